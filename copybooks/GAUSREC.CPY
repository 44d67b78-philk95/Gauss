      *          elimination, every right-hand side perturbed one
      *          entry at a time -- the sensitivity table mode.
                 88 D-N-MODE-SENSITIVITY VALUE 'S'.
      *          'T' asks the question backwards: what must one
      *          right-hand-side entry be for one solved variable to
      *          land on a target. A target record rides behind the
      *          header (after every other optional record).
                 88 D-N-MODE-TARGET-SEEK VALUE 'T'.
      *          'G' solves by Gauss-Seidel iteration instead of
      *          elimination -- for the big, sparse, strongly
      *          diagonally dominant network models -- falling back
      *          to elimination when the matrix is not dominant or
      *          the sweeps do not settle.
                 88 D-N-MODE-ITERATIVE VALUE 'G'.
              05 D-N-RHS-COUNT         PIC 99.
      *       'K' says the data records that follow are (row, column,
      *       value) triplets ending at the D-TRIPLET-END sentinel,
      *       PICTURE as always.
              05 D-N-UNITS-FLAG        PIC X.
                 88 D-N-HAS-UNITS      VALUE 'U'.
      *       'N' says a scenario-names record rides behind the
      *       header (after every other optional record): one ten-
      *       character name per right-hand-side column, so a multi-
      *       column run is filed on the results master under the
      *       names the desks use (BASE, DOWNSIDE, ...) instead of a
      *       bare set number. Fixed-width headers only.
              05 D-N-SCENARIOS-FLAG    PIC X.
                 88 D-N-HAS-SCENARIOS  VALUE 'N'.
      *       Template the block was merged from, stamped by
      *       GAUSTMPL (blank for a hand-built matrix). The solve keys
      *       its stored factorization on it, so a week of new right-
      *       hand sides under an unchanged template skips the
      *       elimination. Fixed-width headers only.
              05 D-N-TEMPLATE          PIC X(10).
           01 D-MATRIX-ROW.
              05 D-MATRIX-VALUE        PIC +999.9999
                 OCCURS 1 TO 201 DEPENDING ON NUMBER-OF-COLUMNS.
                 OCCURS 1 TO 200 DEPENDING ON NUMBER-OF-UNKNOWNS.
                 10 D-UNIT-SCALE       PIC X(2).
                 10 D-UNIT-TEXT        PIC X(8).
      * Optional scenario names, riding behind the header (last of
      * the optional records) when D-N-SCENARIOS-FLAG is 'N': one
      * name per right-hand-side column in column order. A blank
      * name keeps the default the load step gives that column.
           01 D-SCENARIO-RECORD.
              05 D-SCENARIO-NAME       PIC X(10) OCCURS 99.
      * Target-seek request, riding behind the header (last of the
      * optional records) when D-N-MODE is 'T': the variable to hit
      * and the equation row whose right-hand side may move, each
      * by label or by its three-digit number, and the value the
      * variable has to land on.
           01 D-TARGET-RECORD.
              05 D-TGT-VARIABLE        PIC X(10).
              05 FILLER                PIC X.
              05 D-TGT-VALUE           PIC +999.9999.
              05 FILLER                PIC X.
              05 D-TGT-ROW             PIC X(10).
           01 D-TRIPLET-RECORD.
              05 D-TRIP-ROW            PIC 999.
                 88 D-TRIPLET-END      VALUE 0.
