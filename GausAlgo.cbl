           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-STATUS.

      *    Stored factorization of a template model (FACTOR-<template>
      *    .TXT): the row exchanges and elimination multipliers of the
      *    last fresh solve, headed by a fingerprint of the coefficient
      *    block they belong to and followed by that block itself, one
      *    row per record. One file per template, so a structure
      *    change overwrites only its own template's factors.
           SELECT FACTOR-FILE ASSIGN TO FACTOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FACTOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TRACE-FILE.
      *       same row count.
              05 CKPT-HDR-SEQ      PIC 9(5).

      *    Header: template, size and the fingerprint -- non-zero
      *    count, plain sum and position-weighted sum of the block as
      *    it enters the elimination, plus the snap epsilon the
      *    multipliers were taken under. Then one record per row:
      *    the row exchanged into this position at its pivot column,
      *    and the row's multipliers, each in the column it cleared,
      *    with the final pivot on the diagonal. Multipliers carry
      *    the ten decimals the elimination computes them to, so a
      *    replay reproduces the fresh solve digit for digit.
           FD FACTOR-FILE.
           01 FACTOR-RECORD PIC X(3003).
           01 FACTOR-HEADER-RECORD.
              05 FCT-HDR-LITERAL   PIC X(7).
              05 FCT-HDR-TEMPLATE  PIC X(10).
              05 FILLER            PIC X.
              05 FCT-HDR-ROWS      PIC 999.
              05 FILLER            PIC X.
              05 FCT-HDR-NONZERO   PIC 9(5).
              05 FILLER            PIC X.
              05 FCT-HDR-SUM       PIC +9(9).9(4).
              05 FILLER            PIC X.
              05 FCT-HDR-WEIGHTED  PIC +9(13).9(4).
              05 FILLER            PIC X.
              05 FCT-HDR-EPSILON   PIC 9.9(8).
              05 FILLER            PIC X.
              05 FCT-HDR-DATE      PIC 9(8).
           01 FACTOR-ROW-RECORD.
              05 FCT-PIVOT-ROW     PIC 999.
              05 FCT-VALUE         PIC +999.9999999999 OCCURS 200.

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".

           01 ELIM-COLUMNS-DONE    PIC 999 COMP-3.
           01 ELIM-EST-SECONDS     PIC 9(7) COMP-3.

      *    Factor-once work areas: the multipliers and row exchanges
      *    the elimination takes for a template model (kept while it
      *    runs, filed when it succeeds, read back and replayed on the
      *    right-hand sides when the fingerprint matches), and the
      *    fingerprint of the block being solved.
           01 FACTOR-FILE-NAME     PIC X(24).
           01 FACTOR-STATUS        PIC XX.
           01 FACTOR-TABLE.
              05 FACTOR-ROW        OCCURS GS-MAX-DIM.
                 10 FACTOR-PIVOT-ROW PIC 999 COMP-3.
                 10 FACTOR-VALUE   PIC S999V9(10) COMP-3
                    OCCURS GS-MAX-DIM.
      *    The coefficient block as it enters the elimination: filed
      *    behind the factors taken from it, and compared cell by
      *    cell with the stored one before any factors are reused.
           01 FACTOR-BLOCK-TABLE.
              05 FACTOR-BLOCK-ROW  OCCURS GS-MAX-DIM.
                 10 FACTOR-BLOCK-VALUE PIC S9(3)V9(4) COMP-3
                    OCCURS GS-MAX-DIM.
           01 FACTOR-CELL-WORK     PIC S999V9(10) COMP-3.
           01 FACTOR-CAPTURE       PIC X.
           01 FACTOR-MATCH         PIC X.
           01 FACTOR-DATE          PIC 9(8).
           01 FACTOR-RHS-WORK      PIC S9(3)V9(4) COMP-3.
           01 FPR-NONZERO          PIC 9(5) COMP-3.
           01 FPR-SUM              PIC S9(9)V9(4) COMP-3.
           01 FPR-WEIGHTED         PIC S9(13)V9(4) COMP-3.
           01 FPR-WEIGHT           PIC 9(4) COMP-3.
           01 FPR-POSITION         PIC 9(7) COMP-3.
           01 FPR-QUOTIENT         PIC 9(7) COMP-3.
           01 FPR-CHECK-SUM        PIC S9(9)V9(4) COMP-3.
           01 FPR-CHECK-WEIGHTED   PIC S9(13)V9(4) COMP-3.
           01 FPR-CHECK-EPSILON    PIC 9V9(8) COMP-3.

      *    Iterative-mode work areas: the Gauss-Seidel estimate for
      *    the right-hand side being iterated (wider than a matrix
      *    cell, so a diverging sweep is caught by ON SIZE ERROR
      *    rather than truncated), the per-sweep and per-column
      *    bookkeeping, and the dominance scan's row figures.
           01 ITER-X-TABLE.
              05 ITER-X            PIC S9(7)V9(8) COMP-3
                 OCCURS GS-MAX-DIM.
           01 ITER-ACCUM           PIC S9(11)V9(8) COMP-3.
           01 ITER-NEW-X           PIC S9(7)V9(8) COMP-3.
           01 ITER-DELTA           PIC S9(7)V9(8) COMP-3.
           01 ITER-SWEEP-CHANGE    PIC S9(7)V9(8) COMP-3.
           01 ITER-SWEEP           PIC 9(4) COMP-3.
           01 ITER-ROW             PIC 999 COMP-3.
           01 ITER-COL             PIC 999 COMP-3.
           01 ITER-RHS             PIC 999 COMP-3.
           01 ITER-DIAG-ABS        PIC S9(3)V9(4) COMP-3.
           01 ITER-CELL-ABS        PIC S9(3)V9(4) COMP-3.
           01 ITER-OFF-SUM         PIC S9(6)V9(4) COMP-3.
           01 ITER-STRICT-ROWS     PIC 999 COMP-3.

           77 ITER-FAIL-SWITCH     PIC 9 VALUE 0.
               88 ITER-FAILED      VALUE 1.

      *    Least-squares fit figures for the load step: the system as
      *    received (FIT-ORDER rows -- the unknowns plus any bordering
      *    constraint rows) reduced against the first FIT-UNKNOWNS
      *    unit columns, so the columns beside it end up holding that
      *    part of the inverse. The work table is twice GS-MAX-DIM
      *    wide to carry both blocks side by side, and wider than a
      *    matrix cell since inverse entries run far smaller.
           01 FIT-ORDER            PIC 999 COMP-3.
           01 FIT-UNKNOWNS         PIC 999 COMP-3.
           01 FIT-WIDTH            PIC 999 COMP-3.
           01 FIT-ROW              PIC 999 COMP-3.
           01 FIT-COL              PIC 999 COMP-3.
           01 FIT-STEP             PIC 999 COMP-3.
           01 FIT-PIVOT-ROW        PIC 999 COMP-3.
           01 FIT-PIVOT-ABS        PIC S9(7)V9(12) COMP-3.
           01 FIT-CELL-ABS         PIC S9(7)V9(12) COMP-3.
           01 FIT-FACTOR           PIC S9(7)V9(12) COMP-3.
           01 FIT-SWAP             PIC S9(7)V9(12) COMP-3.
           01 FIT-WORK-TABLE.
              05 FIT-WORK-ROW OCCURS GS-MAX-DIM.
                 10 FIT-WORK       PIC S9(7)V9(12) COMP-3
                                   OCCURS 400.

           77 FIT-FAIL-SWITCH      PIC 9 VALUE 0.
               88 FIT-FAILED       VALUE 1.

       LINKAGE SECTION.
           01 MATRIX.
              COPY "MATRIX.CPY" REPLACING ==#== BY ==E==.
           MOVE 0 TO CTL-PIVOT-RATIO
           MOVE 'N' TO CTL-CONDITION-FLAG
           MOVE 'N' TO CTL-BOUNDS-FLAG
           MOVE 'N' TO CTL-PERIOD-FLAG
           MOVE 'N' TO CTL-BOOKING-FLAG
           MOVE SPACE TO CTL-FACTOR-FLAG
           MOVE 'N' TO FACTOR-CAPTURE
           MOVE SPACE TO CTL-ITER-OUTCOME
           MOVE 0 TO CTL-ITER-COUNT
           MOVE 0 TO CTL-ITER-CHANGE
           MOVE 'N' TO CTL-FIT-FLAG
           PERFORM VARYING DIAG-ROW FROM 1 BY 1
                   UNTIL DIAG-ROW > GS-MAX-DIM
               MOVE DIAG-ROW TO ROW-ORIGIN(DIAG-ROW)
               WHEN CTL-MODE-MIN-NORM
                  PERFORM BUILD-TRANSPOSE-NORMAL-EQUATIONS
                  PERFORM ELIMINATE-MATRIX
      *        A square model merged from a template may already have
      *        its coefficient block factored from an earlier run: a
      *        matching fingerprint replays the stored factors on the
      *        new right-hand sides instead of eliminating again, and
      *        a fresh elimination is filed for the next run. An
      *        inversion always eliminates (its identity block is the
      *        whole point), as does a run resumed from a checkpoint.
      *        An iterative run tries Gauss-Seidel first and only
      *        eliminates when the matrix is not diagonally dominant
      *        or the sweeps do not settle inside the ceiling; a
      *        checkpoint resume is already part-way through an
      *        elimination and simply carries on with it.
               WHEN CTL-MODE-ITERATIVE AND RESTART-COLUMN = 1
                  PERFORM ITERATIVE-SOLVE
                  IF NOT CTL-ITER-CONVERGED
                     PERFORM ELIMINATE-MATRIX
                  END-IF
               WHEN CTL-TEMPLATE NOT = SPACES
                AND NOT CTL-MODE-INVERSE
                AND RESTART-COLUMN = 1
                  PERFORM LOAD-STORED-FACTORS
                  IF CTL-FACTOR-REUSED
                     PERFORM REPLAY-STORED-FACTORS
                  ELSE
                     PERFORM CLEAR-FACTOR-TABLE
                     MOVE 'Y' TO FACTOR-CAPTURE
                     PERFORM ELIMINATE-MATRIX
                     MOVE 'N' TO FACTOR-CAPTURE
                     IF NOT SINGULAR-MATRIX
                        PERFORM STORE-FACTORS
                     END-IF
                  END-IF
               WHEN OTHER
                  PERFORM ELIMINATE-MATRIX
            END-EVALUATE
               SET CTL-DISP-SINGULAR TO TRUE
               PERFORM DIAGNOSE-DEPENDENT-SET
            ELSE
      *     A converged iteration has no pivots to report on.
            IF NOT CTL-ITER-CONVERGED
               PERFORM SET-CONDITION-FIGURES
            END-IF
            IF NOT CTL-LEAST-SQUARES-YES
               OR CTL-HARD-COUNT > 0
               PERFORM DIVIDE-ROWS
                  END-IF
               END-IF

      *        A fitted run hands its answer and variance figures
      *        back for the load step to measure the fit with.
               IF CTL-LEAST-SQUARES-YES
                  PERFORM CAPTURE-FIT-FIGURES
               END-IF

               CALL "GAUSAUSGABE"
                   USING R-MATRIX, MAX-COLS, MAX-ROWS, LBL-TABLE,
                         CTL-CONTROL, SCL-TABLE, BND-TABLE,
                    MOVE I-COLUMN TO INDEX-SWAPFIRST
                    MOVE TEMP-MAX-INDEX TO INDEX-SWAPSECOND
                    PERFORM SWAP-ROWS
                    IF FACTOR-CAPTURE = 'Y' AND REFINE-TRY = 0
                       MOVE TEMP-MAX-INDEX
                           TO FACTOR-PIVOT-ROW(I-COLUMN)
                    END-IF

                    IF REFINE-TRY = 0
                       PERFORM TRACK-PIVOT
           PERFORM RESTORE-SOLVED-X
           .

      * Hands a least-squares answer back through CTL-CONTROL with,
      * for each fitted value, the diagonal entry of the inverse of
      * the system it was solved from. MATRIX still holds that system
      * untouched -- the normal equations, bordered below and to the
      * right by the hard constraint rows when there are any -- and
      * for the bordered form the top-left block of its inverse is
      * exactly the constrained fit's variance shape, so one
      * Gauss-Jordan reduction with partial pivoting serves both.
      * A pivot that comes up zero leaves the flag off: the values
      * were reported, but no fit figures go with them.
       CAPTURE-FIT-FIGURES.
           MOVE MAX-ROWS TO FIT-UNKNOWNS
           COMPUTE FIT-ORDER = MAX-ROWS + CTL-HARD-COUNT
           COMPUTE FIT-WIDTH = FIT-ORDER + FIT-UNKNOWNS
           PERFORM VARYING FIT-ROW FROM 1 BY 1
                   UNTIL FIT-ROW > FIT-UNKNOWNS
               MOVE R-MATRIX-VALUE(FIT-ROW, MAX-COLS)
                   TO CTL-FIT-X(FIT-ROW)
           END-PERFORM

           PERFORM VARYING FIT-ROW FROM 1 BY 1
                   UNTIL FIT-ROW > FIT-ORDER
               PERFORM VARYING FIT-COL FROM 1 BY 1
                       UNTIL FIT-COL > FIT-WIDTH
                   IF FIT-COL > FIT-ORDER
                      IF FIT-COL - FIT-ORDER = FIT-ROW
                         MOVE 1 TO FIT-WORK(FIT-ROW, FIT-COL)
                      ELSE
                         MOVE 0 TO FIT-WORK(FIT-ROW, FIT-COL)
                      END-IF
                   ELSE
                      MOVE E-MATRIX-VALUE(FIT-ROW, FIT-COL)
                          TO FIT-WORK(FIT-ROW, FIT-COL)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO FIT-FAIL-SWITCH
           PERFORM VARYING FIT-STEP FROM 1 BY 1
                   UNTIL FIT-STEP > FIT-ORDER OR FIT-FAILED
               PERFORM REDUCE-FIT-COLUMN
           END-PERFORM

           IF NOT FIT-FAILED
              PERFORM VARYING FIT-ROW FROM 1 BY 1
                      UNTIL FIT-ROW > FIT-UNKNOWNS
                  MOVE FIT-WORK(FIT-ROW, FIT-ORDER + FIT-ROW)
                      TO CTL-FIT-COVAR(FIT-ROW)
              END-PERFORM
              SET CTL-FIT-READY TO TRUE
           END-IF
           .

      * One Gauss-Jordan step on the fit work table: bring the
      * largest remaining entry of column FIT-STEP up to the pivot
      * row, scale that row to a unit pivot and clear the column
      * everywhere else.
       REDUCE-FIT-COLUMN.
           MOVE 0 TO FIT-PIVOT-ABS
           MOVE FIT-STEP TO FIT-PIVOT-ROW
           PERFORM VARYING FIT-ROW FROM FIT-STEP BY 1
                   UNTIL FIT-ROW > FIT-ORDER
               MOVE FIT-WORK(FIT-ROW, FIT-STEP) TO FIT-CELL-ABS
               IF FIT-CELL-ABS < 0
                  COMPUTE FIT-CELL-ABS = FIT-CELL-ABS * -1
               END-IF
               IF FIT-CELL-ABS > FIT-PIVOT-ABS
                  MOVE FIT-CELL-ABS TO FIT-PIVOT-ABS
                  MOVE FIT-ROW TO FIT-PIVOT-ROW
               END-IF
           END-PERFORM

           IF FIT-PIVOT-ABS NOT > CTL-EPSILON
              SET FIT-FAILED TO TRUE
           ELSE
              IF FIT-PIVOT-ROW NOT = FIT-STEP
                 PERFORM VARYING FIT-COL FROM 1 BY 1
                         UNTIL FIT-COL > FIT-WIDTH
                     MOVE FIT-WORK(FIT-STEP, FIT-COL) TO FIT-SWAP
                     MOVE FIT-WORK(FIT-PIVOT-ROW, FIT-COL)
                         TO FIT-WORK(FIT-STEP, FIT-COL)
                     MOVE FIT-SWAP TO FIT-WORK(FIT-PIVOT-ROW, FIT-COL)
                 END-PERFORM
              END-IF
              MOVE FIT-WORK(FIT-STEP, FIT-STEP) TO FIT-FACTOR
              PERFORM VARYING FIT-COL FROM FIT-STEP BY 1
                      UNTIL FIT-COL > FIT-WIDTH
                  COMPUTE FIT-WORK(FIT-STEP, FIT-COL) ROUNDED =
                      FIT-WORK(FIT-STEP, FIT-COL) / FIT-FACTOR
              END-PERFORM
              PERFORM VARYING FIT-ROW FROM 1 BY 1
                      UNTIL FIT-ROW > FIT-ORDER
                  IF FIT-ROW NOT = FIT-STEP
                     AND FIT-WORK(FIT-ROW, FIT-STEP) NOT = 0
                     MOVE FIT-WORK(FIT-ROW, FIT-STEP) TO FIT-FACTOR
                     PERFORM VARYING FIT-COL FROM FIT-STEP BY 1
                             UNTIL FIT-COL > FIT-WIDTH
                         COMPUTE FIT-WORK(FIT-ROW, FIT-COL) ROUNDED =
                             FIT-WORK(FIT-ROW, FIT-COL) - FIT-FACTOR
                             * FIT-WORK(FIT-STEP, FIT-COL)
                     END-PERFORM
                  END-IF
              END-PERFORM
           END-IF
           .

       RESTORE-SOLVED-X.
           PERFORM VARYING R-I-ROW FROM 1 BY 1 UNTIL R-I-ROW > MAX-ROWS
               PERFORM VARYING R-I-COL
               COMPUTE SUBTRACT-ROW-FACTOR =
                       R-MATRIX-VALUE(R-I-ROW, I-COLUMN)
                       / R-MATRIX-VALUE(I-COLUMN, I-COLUMN)
               IF FACTOR-CAPTURE = 'Y' AND REFINE-TRY = 0
                  MOVE SUBTRACT-ROW-FACTOR
                      TO FACTOR-VALUE(R-I-ROW, I-COLUMN)
               END-IF
               PERFORM VARYING R-I-COL
                       FROM 1 BY 1
                       UNTIL R-I-COL > MAX-COLS
               COMPUTE SUBTRACT-ROW-FACTOR =
                       R-MATRIX-VALUE(R-I-ROW, I-COLUMN)
                       / R-MATRIX-VALUE(I-COLUMN, I-COLUMN)
               IF FACTOR-CAPTURE = 'Y' AND REFINE-TRY = 0
                  MOVE SUBTRACT-ROW-FACTOR
                      TO FACTOR-VALUE(R-I-ROW, I-COLUMN)
               END-IF
               PERFORM VARYING R-I-COL
                       FROM I-COLUMN BY 1
                       UNTIL R-I-COL > BAND-COL-HIGH
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           .

      * Fingerprint of the coefficient block as it enters the
      * elimination (after any row scaling, which the factors depend
      * on): how many cells are non-zero, their plain sum, and a sum
      * weighted by a position code, so the same values moved to
      * other cells usually change the print. It is only the cheap
      * first test: edits that balance both sums get past it, so a
      * match is confirmed cell by cell against the stored block.
      * Right-hand sides stay out of it -- they are exactly what may
      * change between runs.
       COMPUTE-FINGERPRINT.
           MOVE 0 TO FPR-NONZERO
           MOVE 0 TO FPR-SUM
           MOVE 0 TO FPR-WEIGHTED
           PERFORM VARYING INDEX-ROW FROM 1 BY 1
                   UNTIL INDEX-ROW > MAX-ROWS
               PERFORM VARYING INDEX-COL FROM 1 BY 1
                       UNTIL INDEX-COL > MAX-ROWS
                   IF R-MATRIX-VALUE(INDEX-ROW, INDEX-COL) NOT = 0
                      ADD 1 TO FPR-NONZERO
                      ADD R-MATRIX-VALUE(INDEX-ROW, INDEX-COL)
                          TO FPR-SUM
                      COMPUTE FPR-POSITION =
                          INDEX-ROW * 211 + INDEX-COL * 37
                      DIVIDE 9973 INTO FPR-POSITION
                          GIVING FPR-QUOTIENT REMAINDER FPR-WEIGHT
                      ADD 1 TO FPR-WEIGHT
                      COMPUTE FPR-WEIGHTED = FPR-WEIGHTED +
                          R-MATRIX-VALUE(INDEX-ROW, INDEX-COL)
                          * FPR-WEIGHT
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       SET-FACTOR-FILE-NAME.
           MOVE SPACES TO FACTOR-FILE-NAME
           STRING 'FACTOR-' CTL-TEMPLATE DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO FACTOR-FILE-NAME
           .

      * Reads the template's stored factorization back when its
      * header matches this block's size, fingerprint and epsilon,
      * and the coefficient block filed behind the factors matches
      * this one in every cell. Anything short of a complete match
      * -- no file, another shape, a single coefficient changed, a
      * truncated file, one filed before the block was kept with it
      * -- leaves the flag blank and the solve eliminates afresh.
       LOAD-STORED-FACTORS.
           PERFORM SET-FACTOR-FILE-NAME
           PERFORM COMPUTE-FINGERPRINT
           PERFORM VARYING INDEX-ROW FROM 1 BY 1
                   UNTIL INDEX-ROW > MAX-ROWS
               PERFORM VARYING INDEX-COL FROM 1 BY 1
                       UNTIL INDEX-COL > MAX-ROWS
                   MOVE R-MATRIX-VALUE(INDEX-ROW, INDEX-COL)
                       TO FACTOR-BLOCK-VALUE(INDEX-ROW, INDEX-COL)
               END-PERFORM
           END-PERFORM
           MOVE 'N' TO FACTOR-MATCH
           OPEN INPUT FACTOR-FILE
           IF FACTOR-STATUS = '00'
              READ FACTOR-FILE
                 AT END MOVE '10' TO FACTOR-STATUS
              END-READ
              IF FACTOR-STATUS = '00'
                 AND FCT-HDR-LITERAL = 'FACTOR '
                 AND FCT-HDR-TEMPLATE = CTL-TEMPLATE
                 AND FCT-HDR-ROWS IS NUMERIC
                 AND FCT-HDR-ROWS = MAX-ROWS
                 AND FCT-HDR-NONZERO IS NUMERIC
                 AND FCT-HDR-NONZERO = FPR-NONZERO
                 MOVE FCT-HDR-SUM TO FPR-CHECK-SUM
                 MOVE FCT-HDR-WEIGHTED TO FPR-CHECK-WEIGHTED
                 MOVE FCT-HDR-EPSILON TO FPR-CHECK-EPSILON
                 IF FPR-CHECK-SUM = FPR-SUM
                    AND FPR-CHECK-WEIGHTED = FPR-WEIGHTED
                    AND FPR-CHECK-EPSILON = CTL-EPSILON
                    MOVE 'Y' TO FACTOR-MATCH
                 END-IF
              END-IF
              PERFORM VARYING INDEX-ROW FROM 1 BY 1
                      UNTIL INDEX-ROW > MAX-ROWS
                         OR FACTOR-MATCH NOT = 'Y'
                  READ FACTOR-FILE
                     AT END MOVE 'N' TO FACTOR-MATCH
                  END-READ
                  IF FACTOR-MATCH = 'Y'
                     MOVE FCT-PIVOT-ROW
                         TO FACTOR-PIVOT-ROW(INDEX-ROW)
                     PERFORM VARYING INDEX-COL FROM 1 BY 1
                             UNTIL INDEX-COL > MAX-ROWS
                         MOVE FCT-VALUE(INDEX-COL)
                             TO FACTOR-VALUE(INDEX-ROW, INDEX-COL)
                     END-PERFORM
                  END-IF
              END-PERFORM
      *       The block rows carry their row number where a factor
      *       row carries its pivot row.
              PERFORM VARYING INDEX-ROW FROM 1 BY 1
                      UNTIL INDEX-ROW > MAX-ROWS
                         OR FACTOR-MATCH NOT = 'Y'
                  READ FACTOR-FILE
                     AT END MOVE 'N' TO FACTOR-MATCH
                  END-READ
                  IF FACTOR-MATCH = 'Y'
                     AND FCT-PIVOT-ROW NOT = INDEX-ROW
                     MOVE 'N' TO FACTOR-MATCH
                  END-IF
                  PERFORM VARYING INDEX-COL FROM 1 BY 1
                          UNTIL INDEX-COL > MAX-ROWS
                             OR FACTOR-MATCH NOT = 'Y'
                      MOVE FCT-VALUE(INDEX-COL) TO FACTOR-CELL-WORK
                      IF FACTOR-CELL-WORK NOT =
                         FACTOR-BLOCK-VALUE(INDEX-ROW, INDEX-COL)
                         MOVE 'N' TO FACTOR-MATCH
                      END-IF
                  END-PERFORM
              END-PERFORM
              CLOSE FACTOR-FILE
           END-IF
           IF FACTOR-MATCH = 'Y'
              SET CTL-FACTOR-REUSED TO TRUE
           END-IF
           .

      * Starts a fresh capture with no exchanges and no multipliers:
      * cells the elimination finds already clear stay zero, which
      * the replay skips just as the sweep did.
       CLEAR-FACTOR-TABLE.
           PERFORM VARYING INDEX-ROW FROM 1 BY 1
                   UNTIL INDEX-ROW > MAX-ROWS
               MOVE INDEX-ROW TO FACTOR-PIVOT-ROW(INDEX-ROW)
               PERFORM VARYING INDEX-COL FROM 1 BY 1
                       UNTIL INDEX-COL > MAX-ROWS
                   MOVE 0 TO FACTOR-VALUE(INDEX-ROW, INDEX-COL)
               END-PERFORM
           END-PERFORM
           .

      * Files the factorization the elimination just took, replacing
      * whatever the template had stored before. The final pivots go
      * on the diagonal, where the multipliers leave room; the block
      * they were taken from follows them.
       STORE-FACTORS.
           PERFORM VARYING INDEX-ROW FROM 1 BY 1
                   UNTIL INDEX-ROW > MAX-ROWS
               MOVE R-MATRIX-VALUE(INDEX-ROW, INDEX-ROW)
                   TO FACTOR-VALUE(INDEX-ROW, INDEX-ROW)
           END-PERFORM
           ACCEPT FACTOR-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT FACTOR-FILE
           IF FACTOR-STATUS = '00'
              MOVE SPACES TO FACTOR-RECORD
              MOVE 'FACTOR ' TO FCT-HDR-LITERAL
              MOVE CTL-TEMPLATE TO FCT-HDR-TEMPLATE
              MOVE MAX-ROWS TO FCT-HDR-ROWS
              MOVE FPR-NONZERO TO FCT-HDR-NONZERO
              MOVE FPR-SUM TO FCT-HDR-SUM
              MOVE FPR-WEIGHTED TO FCT-HDR-WEIGHTED
              MOVE CTL-EPSILON TO FCT-HDR-EPSILON
              MOVE FACTOR-DATE TO FCT-HDR-DATE
              WRITE FACTOR-RECORD
              PERFORM VARYING INDEX-ROW FROM 1 BY 1
                      UNTIL INDEX-ROW > MAX-ROWS
                  MOVE SPACES TO FACTOR-RECORD
                  MOVE FACTOR-PIVOT-ROW(INDEX-ROW) TO FCT-PIVOT-ROW
                  PERFORM VARYING INDEX-COL FROM 1 BY 1
                          UNTIL INDEX-COL > MAX-ROWS
                      MOVE FACTOR-VALUE(INDEX-ROW, INDEX-COL)
                          TO FCT-VALUE(INDEX-COL)
                  END-PERFORM
                  WRITE FACTOR-RECORD
              END-PERFORM
              PERFORM VARYING INDEX-ROW FROM 1 BY 1
                      UNTIL INDEX-ROW > MAX-ROWS
                  MOVE SPACES TO FACTOR-RECORD
                  MOVE INDEX-ROW TO FCT-PIVOT-ROW
                  PERFORM VARYING INDEX-COL FROM 1 BY 1
                          UNTIL INDEX-COL > MAX-ROWS
                      MOVE FACTOR-BLOCK-VALUE(INDEX-ROW, INDEX-COL)
                          TO FCT-VALUE(INDEX-COL)
                  END-PERFORM
                  WRITE FACTOR-RECORD
              END-PERFORM
              CLOSE FACTOR-FILE
              SET CTL-FACTOR-STORED TO TRUE
           END-IF
           .

      * Solves the new right-hand sides against the stored factors:
      * the coefficient block is set to the reduced form the
      * elimination would have left (the pivots on the diagonal),
      * then column by column the same row exchange and the same
      * multiples are applied to the right-hand-side columns alone,
      * with the same epsilon snap. The pivots feed the determinant
      * and conditioning figures as they would on a fresh sweep.
       REPLAY-STORED-FACTORS.
           IF NOT CTL-QUIET-YES
              DISPLAY 'STORED FACTORIZATION REUSED - TEMPLATE '
                  CTL-TEMPLATE
           END-IF
           SET LOG-SEV-INFO TO TRUE
           MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
           MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           STRING 'STORED FACTORIZATION REUSED - TEMPLATE '
               CTL-TEMPLATE DELIMITED BY SIZE INTO LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM VARYING INDEX-ROW FROM 1 BY 1
                   UNTIL INDEX-ROW > MAX-ROWS
               PERFORM VARYING INDEX-COL FROM 1 BY 1
                       UNTIL INDEX-COL > MAX-ROWS
                   IF INDEX-ROW = INDEX-COL
                      MOVE FACTOR-VALUE(INDEX-ROW, INDEX-COL)
                          TO R-MATRIX-VALUE(INDEX-ROW, INDEX-COL)
                   ELSE
                      MOVE 0 TO R-MATRIX-VALUE(INDEX-ROW, INDEX-COL)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE BAND-RHS-START = MAX-ROWS + 1
           PERFORM VARYING I-COLUMN FROM 1 BY 1
                   UNTIL I-COLUMN > MAX-ROWS
               MOVE I-COLUMN TO INDEX-SWAPFIRST
               MOVE FACTOR-PIVOT-ROW(I-COLUMN) TO INDEX-SWAPSECOND
               IF INDEX-SWAPFIRST NOT = INDEX-SWAPSECOND
                  PERFORM VARYING R-I-COL FROM BAND-RHS-START BY 1
                          UNTIL R-I-COL > MAX-COLS
                      MOVE R-MATRIX-VALUE(INDEX-SWAPFIRST, R-I-COL)
                          TO FACTOR-RHS-WORK
                      MOVE R-MATRIX-VALUE(INDEX-SWAPSECOND, R-I-COL)
                          TO R-MATRIX-VALUE(INDEX-SWAPFIRST, R-I-COL)
                      MOVE FACTOR-RHS-WORK
                          TO R-MATRIX-VALUE(INDEX-SWAPSECOND, R-I-COL)
                  END-PERFORM
                  MOVE ROW-ORIGIN(INDEX-SWAPFIRST) TO ORIGIN-SWAP-WORK
                  MOVE ROW-ORIGIN(INDEX-SWAPSECOND)
                      TO ROW-ORIGIN(INDEX-SWAPFIRST)
                  MOVE ORIGIN-SWAP-WORK TO ROW-ORIGIN(INDEX-SWAPSECOND)
               END-IF
               PERFORM TRACK-PIVOT
               PERFORM VARYING R-I-ROW FROM 1 BY 1
                       UNTIL R-I-ROW > MAX-ROWS
                   IF R-I-ROW NOT = I-COLUMN
                      AND FACTOR-VALUE(R-I-ROW, I-COLUMN) NOT = 0
                      MOVE FACTOR-VALUE(R-I-ROW, I-COLUMN)
                          TO SUBTRACT-ROW-FACTOR
                      PERFORM VARYING R-I-COL FROM BAND-RHS-START BY 1
                              UNTIL R-I-COL > MAX-COLS
                          PERFORM SUBTRACT-ONE-CELL
                      END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * Iterative processing mode: Gauss-Seidel sweeps from a zero
      * start, one right-hand-side column at a time, until the
      * largest change any unknown makes in a sweep is inside the
      * job tolerance. Only a diagonally dominant coefficient block
      * is attempted (convergence is guaranteed there and nowhere
      * else). On success the work matrix is left in the reduced
      * form the rest of the run expects; on any failure it is put
      * back exactly as the elimination would have received it.
       ITERATIVE-SOLVE.
           MOVE 0 TO ITER-FAIL-SWITCH
           PERFORM CHECK-DIAGONAL-DOMINANCE
           IF NOT CTL-ITER-NOT-DOMINANT
              PERFORM VARYING ITER-RHS FROM MAX-ROWS BY 1
                      UNTIL ITER-RHS NOT < MAX-COLS
                         OR ITER-FAILED
                  PERFORM ITERATE-ONE-COLUMN
              END-PERFORM
              IF ITER-FAILED
                 SET CTL-ITER-NO-CONVERGENCE TO TRUE
                 PERFORM RESTORE-ITERATIVE-INPUT
              ELSE
                 SET CTL-ITER-CONVERGED TO TRUE
                 PERFORM VARYING ITER-ROW FROM 1 BY 1
                         UNTIL ITER-ROW > MAX-ROWS
                     PERFORM VARYING ITER-COL FROM 1 BY 1
                             UNTIL ITER-COL > MAX-ROWS
                         IF ITER-ROW = ITER-COL
                            MOVE 1 TO R-MATRIX-VALUE(ITER-ROW, ITER-COL)
                         ELSE
                            MOVE 0 TO R-MATRIX-VALUE(ITER-ROW, ITER-COL)
                         END-IF
                     END-PERFORM
                 END-PERFORM
              END-IF
           END-IF

           MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
           MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           EVALUATE TRUE
               WHEN CTL-ITER-CONVERGED
                  SET LOG-SEV-INFO TO TRUE
                  STRING 'ITERATIVE SOLVE CONVERGED'
                      DELIMITED BY SIZE INTO LOG-TEXT
               WHEN CTL-ITER-NOT-DOMINANT
                  SET LOG-SEV-WARNING TO TRUE
                  STRING 'NOT DIAGONALLY DOMINANT - SOLVED BY '
                      'ELIMINATION' DELIMITED BY SIZE INTO LOG-TEXT
               WHEN OTHER
                  SET LOG-SEV-WARNING TO TRUE
                  STRING 'ITERATION DID NOT CONVERGE - SOLVED BY '
                      'ELIMINATION' DELIMITED BY SIZE INTO LOG-TEXT
           END-EVALUATE
           IF NOT CTL-QUIET-YES
              DISPLAY LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG
           .

      * Every row's diagonal must be nonzero and at least as large as
      * the rest of its row put together, and at least one row must
      * beat it outright.
       CHECK-DIAGONAL-DOMINANCE.
           MOVE 0 TO ITER-STRICT-ROWS
           PERFORM VARYING ITER-ROW FROM 1 BY 1
                   UNTIL ITER-ROW > MAX-ROWS
                      OR CTL-ITER-NOT-DOMINANT
               MOVE 0 TO ITER-OFF-SUM
               PERFORM VARYING ITER-COL FROM 1 BY 1
                       UNTIL ITER-COL > MAX-ROWS
                   MOVE R-MATRIX-VALUE(ITER-ROW, ITER-COL)
                       TO ITER-CELL-ABS
                   IF ITER-CELL-ABS < 0
                      COMPUTE ITER-CELL-ABS = ITER-CELL-ABS * -1
                   END-IF
                   IF ITER-COL = ITER-ROW
                      MOVE ITER-CELL-ABS TO ITER-DIAG-ABS
                   ELSE
                      ADD ITER-CELL-ABS TO ITER-OFF-SUM
                   END-IF
               END-PERFORM
               IF ITER-DIAG-ABS = 0 OR ITER-DIAG-ABS < ITER-OFF-SUM
                  SET CTL-ITER-NOT-DOMINANT TO TRUE
               ELSE
                  IF ITER-DIAG-ABS > ITER-OFF-SUM
                     ADD 1 TO ITER-STRICT-ROWS
                  END-IF
               END-IF
           END-PERFORM
           IF ITER-STRICT-ROWS = 0
              SET CTL-ITER-NOT-DOMINANT TO TRUE
           END-IF
           .

      * Sweeps one right-hand side (column ITER-RHS + 1) to a settled
      * solution and parks it in that column. The sweep count and
      * final change reported are the worst over all the columns.
       ITERATE-ONE-COLUMN.
           PERFORM VARYING ITER-ROW FROM 1 BY 1
                   UNTIL ITER-ROW > MAX-ROWS
               MOVE 0 TO ITER-X(ITER-ROW)
           END-PERFORM
           MOVE 0 TO ITER-SWEEP
           MOVE 9999999 TO ITER-SWEEP-CHANGE
           PERFORM UNTIL ITER-SWEEP-CHANGE NOT > CTL-ITER-TOL
                      OR ITER-SWEEP NOT < CTL-ITER-LIMIT
                      OR ITER-FAILED
               ADD 1 TO ITER-SWEEP
               MOVE 0 TO ITER-SWEEP-CHANGE
               PERFORM VARYING ITER-ROW FROM 1 BY 1
                       UNTIL ITER-ROW > MAX-ROWS
                          OR ITER-FAILED
                   PERFORM SWEEP-ONE-ROW
               END-PERFORM
           END-PERFORM
           IF ITER-SWEEP > CTL-ITER-COUNT
              MOVE ITER-SWEEP TO CTL-ITER-COUNT
           END-IF
           IF ITER-SWEEP-CHANGE > CTL-ITER-CHANGE
              MOVE ITER-SWEEP-CHANGE TO CTL-ITER-CHANGE
           END-IF
           IF ITER-SWEEP-CHANGE > CTL-ITER-TOL
              SET ITER-FAILED TO TRUE
           END-IF
           COMPUTE ITER-COL = ITER-RHS + 1
           PERFORM VARYING ITER-ROW FROM 1 BY 1
                   UNTIL ITER-ROW > MAX-ROWS
                      OR ITER-FAILED
               COMPUTE R-MATRIX-VALUE(ITER-ROW, ITER-COL) ROUNDED =
                   ITER-X(ITER-ROW)
                   ON SIZE ERROR SET ITER-FAILED TO TRUE
               END-COMPUTE
           END-PERFORM
           .

       SWEEP-ONE-ROW.
           COMPUTE ITER-COL = ITER-RHS + 1
           MOVE R-MATRIX-VALUE(ITER-ROW, ITER-COL) TO ITER-ACCUM
           PERFORM VARYING ITER-COL FROM 1 BY 1
                   UNTIL ITER-COL > MAX-ROWS
                      OR ITER-FAILED
               IF ITER-COL NOT = ITER-ROW
                  COMPUTE ITER-ACCUM = ITER-ACCUM -
                      R-MATRIX-VALUE(ITER-ROW, ITER-COL)
                      * ITER-X(ITER-COL)
                      ON SIZE ERROR SET ITER-FAILED TO TRUE
                  END-COMPUTE
               END-IF
           END-PERFORM
           IF NOT ITER-FAILED
              COMPUTE ITER-NEW-X ROUNDED = ITER-ACCUM /
                  R-MATRIX-VALUE(ITER-ROW, ITER-ROW)
                  ON SIZE ERROR SET ITER-FAILED TO TRUE
              END-COMPUTE
           END-IF
           IF NOT ITER-FAILED
              COMPUTE ITER-DELTA = ITER-NEW-X - ITER-X(ITER-ROW)
              IF ITER-DELTA < 0
                 COMPUTE ITER-DELTA = ITER-DELTA * -1
              END-IF
              IF ITER-DELTA > ITER-SWEEP-CHANGE
                 MOVE ITER-DELTA TO ITER-SWEEP-CHANGE
              END-IF
              MOVE ITER-NEW-X TO ITER-X(ITER-ROW)
           END-IF
           .

      * Puts the work matrix back the way MAIN-PROCEDURE prepared it,
      * so the fallback elimination starts from the same scaled
      * system it would have had without the iterative attempt.
       RESTORE-ITERATIVE-INPUT.
           MOVE MATRIX TO R-MATRIX
           PERFORM VARYING SCL-ROW FROM 1 BY 1
                   UNTIL SCL-ROW > GS-MAX-DIM
               MOVE 1 TO SCL-ROW-FACTOR(SCL-ROW)
           END-PERFORM
           IF CTL-SCALE-YES
              PERFORM EQUILIBRATE-ROWS
           END-IF
           .
