           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO 'registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Model-chaining links: which supplier's solved values stand
      *    in for which dependent's right-hand sides. GAUSCHAIN has
      *    already put the suppliers ahead in the deck; no file means
      *    no chaining and every matrix runs as submitted.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO 'chain.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Model master (GAUSMDL), read back for the coefficient drift
      *    check only: the previous stored deck of the same matrix id
      *    is what tonight's coefficients are compared against. Not
      *    opened at all unless GAUSS_DRIFT_PCT asks for the check.
           SELECT MODEL-FILE ASSIGN TO 'model.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MDL-KEY
           FILE STATUS IS MDL-STATUS.

      *    Drift report: one block per matrix whose coefficients moved
      *    against the previous stored deck, listing every changed
      *    cell. Rewritten each run, like dispo.txt.
           SELECT OPTIONAL DRIFT-FILE ASSIGN TO 'drift.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Solution report, written by the output step; a least-
      *    squares run appends its goodness-of-fit block to the run's
      *    block here, since only this step still has the original
      *    equations to measure the fit against.
           SELECT OPTIONAL FIT-REPORT-FILE ASSIGN TO 'report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    One configuration snapshot per load step, appended once
      *    FORERUN has settled every setting; the journal records of
      *    the run carry its id.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO 'config.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            FD FD-MATRIX.
      *        is on; blank otherwise.
               05 FILLER                PIC X.
               05 JRN-APPROVER          PIC X(8).
      *        Template the matrix was merged from and what the
      *        solve did with its stored factorization: REUSED when the
      *        coefficient block matched and only the right-hand sides
      *        were solved, FACTORED when a fresh factorization was
      *        taken and stored. Blank for anything not from a template.
               05 FILLER                PIC X.
               05 JRN-TEMPLATE          PIC X(10).
               05 FILLER                PIC X.
               05 JRN-FACTOR-USE        PIC X(8).
      *        The configuration snapshot (config.txt) the run was
      *        solved under; blank on records from before snapshots.
               05 FILLER                PIC X.
               05 JRN-CONFIG-ID         PIC X(16).

            FD PROFILE-FILE.
            01 PROFILE-RECORD            PIC X(72).
               COPY "GAUSDSP.CPY".

            FD IFC-WORK-FILE.
            01 IFC-WORK-RECORD           PIC X(82).
      *     The leading fields of the output step's detail layout, as
      *     far as a restart needs them to hand a supplier's solved
      *     value on to its dependents.
            01 IFC-DETAIL-RECORD.
               05 IFC-D-TYPE             PIC X.
               05 FILLER                 PIC X.
               05 IFC-D-SEQUENCE         PIC 9(5).
               05 FILLER                 PIC X.
               05 IFC-D-VARIABLE         PIC 9(3).
               05 FILLER                 PIC X.
               05 IFC-D-LABEL            PIC X(10).
               05 FILLER                 PIC X.
               05 IFC-D-VALUE            PIC +999.9999.

            FD REGISTRY-FILE.
               COPY "GAUSREG.CPY".

            FD CHAIN-FILE.
               COPY "GAUSCHN.CPY".

            FD MODEL-FILE.
            01 MODEL-RECORD.
               05 MDL-KEY.
                  10 MDL-MATRIX-ID         PIC X(10).
                  10 MDL-RUN-DATE          PIC 9(8).
                  10 MDL-RUN-TIME          PIC 9(8).
                  10 MDL-LINE-NO           PIC 9(5).
               05 MDL-LINE                 PIC X(2400).

            FD DRIFT-FILE.
            01 DRIFT-RECORD              PIC X(72).

            FD FIT-REPORT-FILE.
            01 FIT-REPORT-RECORD         PIC X(40).

            FD CONFIG-FILE.
               COPY "GAUSCFG.CPY".

       WORKING-STORAGE SECTION.
           01 INPUT-DATA-EOF               PIC X.
           01 NUMBER-OF-COLUMNS            PIC 999 COMP-3.
           01 UNT-DIGIT-WORK               PIC X.
           01 UNT-SCALE-WORK               PIC S99 COMP-3.
           01 UNT-REJECT-COUNTER           PIC 999.
      *    Walks the scenario-names record / default names, one
      *    right-hand-side column at a time.
           01 SCN-INDEX                    PIC 999.
           01 SCN-NUMBER-EDIT              PIC 999.
           01 SCN-OTHER                    PIC 999.

      *    Numeric, not PIC X -- ACCEPT FROM ENVIRONMENT right-
      *    justifies and zero-fills a numeric receiving field, so
      *    higher than any residual the PICTUREs can carry.
           01 RESIDUAL-TOL-UNITS-TEXT      PIC 9(8).
           01 REFINE-LIMIT-TEXT            PIC 99.
      *    Iterative-mode tolerance in hundred-millionths (like
      *    EPSILON-UNITS-TEXT) and the sweep ceiling.
           01 ITER-TOL-UNITS-TEXT          PIC 9(8).
           01 ITER-LIMIT-TEXT              PIC 9(4).
      *    Job default for the processing mode, taken from the
      *    environment; a non-blank D-N-MODE in a matrix header
      *    overrides it for that matrix alone.
           01 WEIGHTS-PENDING              PIC X.
           01 CONSTRAINTS-PENDING          PIC X.
           01 UNITS-PENDING                PIC X.
           01 SCENARIOS-PENDING            PIC X.
      *    Captured from D-N-FORMAT at header time -- the FD record
      *    area is shared by every record layout, so the flag must be
      *    out of it before the first data record lands on top.
              88 TRIPLET-INVALID            VALUE 8.
              88 CSV-FIELD-INVALID          VALUE 9.
              88 UNREGISTERED-MATRIX        VALUE 10.
              88 SCENARIO-NAME-REPEATED     VALUE 11.

           01 ERRORS-FOUND                 PIC 9.
              88 ERRORS-FOUND-NO           VALUE 0.
           01 HC-J                         PIC 999 COMP-3.
           01 HC-RHS-WORK                  PIC S9(3)V9(4) COMP-3.

      *    Goodness-of-fit block for a least-squares run: each
      *    original equation's label (kept from the label record,
      *    whose buffer the data rows overwrite), residual, weighted
      *    residual (the residual times the square root of its
      *    weight, so their squares sum to the weighted residual sum
      *    of squares) and, for the three that fit worst, their rank.
      *    Sums are kept far wider than a matrix cell.
           01 FIT-LABEL-TABLE.
              05 FIT-EQ-LABEL              PIC X(10) OCCURS GS-MAX-DIM.
           01 FIT-RESIDUAL-TABLE.
              05 FIT-RESIDUAL              PIC S9(9)V9(6) COMP-3
                 OCCURS GS-MAX-DIM.
           01 FIT-WRESIDUAL-TABLE.
              05 FIT-WRESIDUAL             PIC S9(9)V9(6) COMP-3
                 OCCURS GS-MAX-DIM.
           01 FIT-RANK-TABLE.
              05 FIT-RANK-OF               PIC 9 OCCURS GS-MAX-DIM.
           01 FIT-ROW                      PIC 999 COMP-3.
           01 FIT-COL                      PIC 999 COMP-3.
           01 FIT-RANK                     PIC 9.
           01 FIT-WORST-ROW                PIC 999 COMP-3.
           01 FIT-WORST-ABS                PIC S9(9)V9(6) COMP-3.
           01 FIT-ABS-WORK                 PIC S9(9)V9(6) COMP-3.
           01 FIT-ACCUM                    PIC S9(12)V9(6) COMP-3.
           01 FIT-CELL                     PIC S9(3)V9(4) COMP-3.
           01 FIT-RHS                      PIC S9(3)V9(4) COMP-3.
           01 FIT-RSS                      PIC S9(15)V9(6) COMP-3.
           01 FIT-TSS                      PIC S9(15)V9(6) COMP-3.
           01 FIT-WEIGHT-SUM               PIC S9(9)V9(4) COMP-3.
           01 FIT-WEIGHTED-RHS             PIC S9(12)V9(6) COMP-3.
           01 FIT-MEAN                     PIC S9(9)V9(8) COMP-3.
           01 FIT-OBSERVATIONS             PIC 999 COMP-3.
           01 FIT-DOF                      PIC S999 COMP-3.
           01 FIT-VARIANCE                 PIC S9(15)V9(8) COMP-3.
           01 FIT-R-SQUARED                PIC S9(9)V9(8) COMP-3.
      *    Square roots by Newton's iteration: FIT-ROOT-INPUT in,
      *    FIT-ROOT out, stopping once a pass no longer moves it.
           01 FIT-ROOT-INPUT               PIC S9(15)V9(8) COMP-3.
           01 FIT-ROOT                     PIC S9(15)V9(8) COMP-3.
           01 FIT-ROOT-PREV                PIC S9(15)V9(8) COMP-3.
           01 FIT-ROOT-PASS                PIC 99 COMP-3.
           01 FIT-PRINT-NUMBER             PIC 999.
           01 FIT-PRINT-VARIABLE           PIC ZZ9.
           01 FIT-PRINT-RESID              PIC +(6)9.9999.
           01 FIT-PRINT-BIG                PIC Z(11)9.9999.
           01 FIT-PRINT-RATIO              PIC -(11)9.9999.
           01 FIT-PRINT-DOF                PIC -(15)9.
           01 FIT-NAME-TEXT                PIC X(10).

      *    Work fields for the sensitivity-mode column build: one
      *    extra right-hand-side column per input, the named entry
      *    scaled by the job's perturbation percent.
           01 SNS-ROW                      PIC 999 COMP-3.
           01 SNS-WORK                     PIC S9(3)V9(4) COMP-3.

      *    Target-seek request as read from the target record; the
      *    variable and row are resolved (label or number) once the
      *    matrix is known to be square.
           01 TARGET-PENDING               PIC X.
           01 TARGET-LOADED                PIC X.
           01 TGT-VARIABLE-TEXT            PIC X(10).
           01 TGT-ROW-TEXT                 PIC X(10).
           01 TGT-LOOKUP-TEXT              PIC X(10).
           01 TGT-NUMBER                   PIC 999.
           01 TGT-POSITION                 PIC 999 COMP-3.
           01 TGT-ROW                      PIC 999 COMP-3.

      *    Per-matrix timing for the run journal: the start and end
      *    stamps are captured either side of the CALL to GAUSALGO,
      *    and the elapsed time is kept in hundredths of a second
              COPY "GAUSLGR.CPY".
           01 LOG-LEVEL-TEXT               PIC X.

      *    This load step's configuration snapshot id (its start
      *    stamp), and the settings only the snapshot needs: the
      *    profile actually applied, the job name, and the output
      *    step's rounding and comma-output switches, read the way
      *    GAUSAUSGABE reads them.
           01 CONFIG-SNAPSHOT-ID.
              05 CONFIG-SNAPSHOT-DATE      PIC 9(8).
              05 CONFIG-SNAPSHOT-TIME      PIC 9(8).
           01 CONFIG-PROFILE               PIC X(8).
           01 CONFIG-JOB-NAME              PIC X(9).
           01 CONFIG-ROUND-TEXT            PIC X.
           01 CONFIG-CSV-TEXT              PIC X.

      *    Heartbeat to GAUSBEAT: matrix start and done are reported
      *    from here, the per-column progress from the algo step, so
      *    status.txt always answers "is it stuck or just slow".
           01 REGISTRY-INDEX               PIC 9(4) COMP-3.
           01 REGISTRY-VERDICT             PIC X.

      *    Model-chaining links, loaded once per run. Each link keeps
      *    what its supplier delivered this run: blank while the
      *    supplier has not come through, 'S' with the solved value,
      *    'F' when the supplier failed, was skipped, or solved
      *    without the named label. A dependent with any 'F' link is
      *    skipped (CHAIN-SKIPPED); a blank link means the supplier
      *    is not in tonight's deck and the submitted value stands.
           01 CHAIN-EOF                    PIC X.
           01 CHAIN-TABLE.
              05 CHAIN-ENTRY OCCURS 999.
                 10 CHT-SUPPLIER-ID        PIC X(10).
                 10 CHT-SUPPLIER-LABEL     PIC X(10).
                 10 CHT-DEPENDENT-ID       PIC X(10).
                 10 CHT-DEPENDENT-LABEL    PIC X(10).
                 10 CHT-STATE              PIC X.
                 10 CHT-VALUE              PIC S9(3)V9(4) COMP-3.
      *          Sequence the supplier ran under in an aborted run,
      *          while a restart looks its value up again.
                 10 CHT-SUPPLIER-SEQ       PIC 9(5) COMP-3.
           01 CHAIN-COUNTER                PIC 999 COMP-3 VALUE ZERO.
           01 CHAIN-INDEX                  PIC 9(4) COMP-3.
           01 CHAIN-ROW                    PIC 999 COMP-3.
           01 CHAIN-FOUND                  PIC X.
           01 CHAIN-SOLVE-OK               PIC X.
           01 CHAIN-SKIP                   PIC X.
              88 CHAIN-SUPPLIER-FAILED     VALUE 'Y'.
           01 CHAIN-FAILED-SUPPLIER        PIC X(10).
           01 CHAIN-SUBSTITUTED            PIC 999 COMP-3.
           01 CHAIN-PRINT-COUNT            PIC ZZ9.

      *    Restart of an aborted batch: GAUSBATCH hands over the first
      *    sequence not yet disposed (GAUSS_RESTART_SEQ; zero or unset
      *    is a fresh run). Everything below it completed in the
      *    aborted run -- its dispositions and interface details are
      *    kept rather than truncated, and the matrix is read past
      *    without being solved and booked a second time.
           01 RESTART-SEQ-TEXT             PIC 9(5).
           01 RESTART-SEQUENCE             PIC 9(5) COMP-3 VALUE ZERO.
           01 RESTART-SKIP                 PIC X.
              88 DONE-BEFORE-RESTART       VALUE 'Y'.
           01 RESTART-EOF                  PIC X.

      *    Coefficient drift check against the model master. The job
      *    limit is a whole percent (GAUSS_DRIFT_PCT; zero or unset
      *    leaves the check off) and the policy says what a drifted
      *    matrix gets: 'H' holds it unsolved under its own outcome,
      *    anything else warns through the run log and solves it.
      *    GAUSMDL hands over the stamp it stored tonight's deck
      *    under, so "previous" means the latest stored run older
      *    than that; without a stamp it is simply the latest one.
           01 DRIFT-PCT-TEXT               PIC 999.
           01 DRIFT-PCT                    PIC 999 COMP-3 VALUE ZERO.
           01 DRIFT-POLICY                 PIC X.
              88 DRIFT-POLICY-HOLD         VALUE 'H'.
           01 MDL-STATUS                   PIC XX.
           01 MODEL-OPEN                   PIC X.
           01 MODEL-STAMP.
              05 MODEL-STAMP-DATE          PIC 9(8).
              05 MODEL-STAMP-TIME          PIC 9(8).
           01 DRF-SCAN-EOF                 PIC X.
           01 DRF-PREV-FOUND               PIC X.
           01 DRF-PREV-DATE                PIC 9(8).
           01 DRF-PREV-TIME                PIC 9(8).
      *    Shape and optional-record flags of the previous deck, out
      *    of its stored header line the way GAUSMDL walked them in.
           01 DRF-OLD-COLUMNS              PIC 999.
           01 DRF-OLD-EQUATIONS            PIC 999.
           01 DRF-OLD-UNKNOWNS             PIC 999 COMP-3.
           01 DRF-OLD-ROWS                 PIC 999 COMP-3.
           01 DRF-OLD-FORMAT               PIC X.
           01 DRF-SKIP-LINES               PIC 9 COMP-3.
           01 DRF-DATA-COUNTER             PIC 999 COMP-3.
           01 DRF-SHAPE                    PIC X.
              88 DRF-SHAPE-SAME            VALUE 'S'.
              88 DRF-SHAPE-CHANGED         VALUE 'C'.
           01 DRF-CELL-EDIT                PIC +999.9999.
           01 DRF-TRIP-ROW                 PIC 999.
           01 DRF-TRIP-COL                 PIC 999.
           01 DRF-ROW                      PIC 999 COMP-3.
           01 DRF-COL                      PIC 999 COMP-3.
           01 DRF-NEW                      PIC S999V9999 COMP-3.
           01 DRF-OLD                      PIC S999V9999 COMP-3.
           01 DRF-DIFF                     PIC S9(4)V9(4) COMP-3.
           01 DRF-BASE                     PIC S999V9999 COMP-3.
      *    Wide enough for a 0.0001 coefficient turning into 999.9999.
           01 DRF-CHANGE-PCT               PIC 9(11)V9 COMP-3.
           01 DRF-CELL-FLAG                PIC X.
           01 DRF-CELL-COUNTER             PIC 9(5) COMP-3.
           01 DRF-VERDICT                  PIC X.
              88 DRIFT-CLEAR               VALUE SPACE.
              88 DRIFT-HELD                VALUE 'H'.
           01 DRF-PRINT-ROW                PIC 999.
           01 DRF-PRINT-COL                PIC 999.
           01 DRF-PRINT-OLD                PIC +999.9999.
           01 DRF-PRINT-NEW                PIC +999.9999.
           01 DRF-PRINT-PCT                PIC ZZZZZZZZZZ9.9.
           01 DRF-PRINT-COUNT              PIC ZZZZ9.
           01 DRF-PRINT-LIMIT              PIC ZZ9.
      *    The previous deck's coefficient block, one cell per
      *    unknown; right-hand sides are not compared -- they are
      *    expected to move from run to run.
           01 DRF-OLD-MATRIX.
              05 DRF-OLD-ROW               OCCURS GS-MAX-DIM.
                 10 DRF-OLD-VALUE          PIC S999V9999 COMP-3
                    OCCURS GS-MAX-DIM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM FORERUN
                   WHEN UNREGISTERED-MATRIX
                           DISPLAY "ERROR: MATRIX ID NOT IN THE "
                               "MODEL REGISTRY (OR RETIRED)"
                   WHEN SCENARIO-NAME-REPEATED
                           DISPLAY "ERROR: SCENARIO NAME USED FOR "
                               "MORE THAN ONE RIGHT-HAND SIDE"
                   WHEN OTHER
                               DISPLAY "ERROR: NO IDEA WHATS WRONG"
                  END-EVALUATE.

       FORERUN.
      *    A job profile is laid over the environment before the
      *    first setting is read (the batch driver has normally done
      *    it already, and then this finds nothing left to do). One
      *    that cannot be applied is in the run log; the load step
      *    then runs on the settings as exported, and its snapshot
      *    names no profile.
           CALL 'GAUSPROF'
           ACCEPT CONFIG-SNAPSHOT-DATE FROM DATE YYYYMMDD
           ACCEPT CONFIG-SNAPSHOT-TIME FROM TIME
      *    The quiet level is read before the first console line, so
      *    a quiet run is quiet from its very first record.
           SET CTL-QUIET-NO TO TRUE
           OPEN INPUT FD-MATRIX
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND PROFILE-FILE
           MOVE 0 TO RESTART-SEQUENCE
           MOVE ZERO TO RESTART-SEQ-TEXT
           ACCEPT RESTART-SEQ-TEXT FROM ENVIRONMENT "GAUSS_RESTART_SEQ"
           IF RESTART-SEQ-TEXT IS NUMERIC AND RESTART-SEQ-TEXT > 0
              MOVE RESTART-SEQ-TEXT TO RESTART-SEQUENCE
           END-IF
      *    On a restart dispo.txt is opened further down, once the
      *    chain links have been given back what the aborted run's
      *    suppliers delivered.
           IF RESTART-SEQUENCE = 0
              OPEN OUTPUT DISPO-FILE
              OPEN OUTPUT DRIFT-FILE
              OPEN OUTPUT IFC-WORK-FILE
              CLOSE IFC-WORK-FILE
           ELSE
              OPEN EXTEND DRIFT-FILE
              SET LOG-SEV-INFO TO TRUE
              MOVE RESTART-SEQUENCE TO LOG-SEQUENCE
              MOVE SPACES TO LOG-MATRIX-ID
              MOVE 'RESTART - RESUMING AT THIS SEQUENCE' TO LOG-TEXT
              PERFORM WRITE-RUN-LOG
           END-IF
           MOVE SPACES TO INPUT-DATA-EOF

           MOVE GS-DFLT-SPARSITY-PCT TO CTL-SPARSITY-PCT
              MOVE REFINE-LIMIT-TEXT TO CTL-REFINE-LIMIT
           END-IF

           MOVE GS-DFLT-ITER-TOL TO CTL-ITER-TOL
           MOVE ZERO TO ITER-TOL-UNITS-TEXT
           ACCEPT ITER-TOL-UNITS-TEXT
               FROM ENVIRONMENT "GAUSS_ITER_TOL"
           IF ITER-TOL-UNITS-TEXT IS NUMERIC
              AND ITER-TOL-UNITS-TEXT > 0
              COMPUTE CTL-ITER-TOL = ITER-TOL-UNITS-TEXT / 100000000
           END-IF

           MOVE GS-DFLT-ITER-LIMIT TO CTL-ITER-LIMIT
           MOVE ZERO TO ITER-LIMIT-TEXT
           ACCEPT ITER-LIMIT-TEXT
               FROM ENVIRONMENT "GAUSS_ITER_LIMIT"
           IF ITER-LIMIT-TEXT IS NUMERIC
              AND ITER-LIMIT-TEXT > 0
              MOVE ITER-LIMIT-TEXT TO CTL-ITER-LIMIT
           END-IF

      *    Partial pivoting stays on unless the environment explicitly
      *    turns it off, so a traceability run can pin the pivot to
      *    the natural diagonal element and keep row order stable.
           IF DFLT-PROCESS-MODE = 's'
              MOVE 'S' TO DFLT-PROCESS-MODE
           END-IF
           IF DFLT-PROCESS-MODE = 'g'
              MOVE 'G' TO DFLT-PROCESS-MODE
           END-IF

      *    The drivers set GAUSS_APPROVER from the release record
      *    when the approval gate is on; it rides into the journal
              MOVE SPACE TO REGISTRY-POLICY
           END-IF

           PERFORM LOAD-CHAIN-LINKS
           IF RESTART-SEQUENCE > 0
              IF CHAIN-COUNTER > 0
                 PERFORM RECOVER-CHAIN-OUTPUTS
              END-IF
              OPEN EXTEND DISPO-FILE
           END-IF

           MOVE 0 TO DRIFT-PCT
           MOVE ZERO TO DRIFT-PCT-TEXT
           ACCEPT DRIFT-PCT-TEXT FROM ENVIRONMENT "GAUSS_DRIFT_PCT"
           IF DRIFT-PCT-TEXT IS NUMERIC AND DRIFT-PCT-TEXT > 0
              MOVE DRIFT-PCT-TEXT TO DRIFT-PCT
           END-IF
           MOVE SPACE TO DRIFT-POLICY
           ACCEPT DRIFT-POLICY FROM ENVIRONMENT "GAUSS_DRIFT_POLICY"
           IF DRIFT-POLICY = 'h'
              MOVE 'H' TO DRIFT-POLICY
           END-IF
           MOVE SPACES TO MODEL-STAMP
           ACCEPT MODEL-STAMP FROM ENVIRONMENT "GAUSS_MODEL_STAMP"
           MOVE SPACE TO MODEL-OPEN
           IF DRIFT-PCT > 0
              OPEN INPUT MODEL-FILE
              EVALUATE MDL-STATUS
                  WHEN '00'
                      MOVE 'Y' TO MODEL-OPEN
      *           No master yet: nothing has ever been stored, so
      *           there is nothing to drift from either.
                  WHEN '35'
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'MODEL MASTER NOT AVAILABLE - STATUS '
                          MDL-STATUS ' - DRIFT CHECK OFF'
                      SET LOG-SEV-WARNING TO TRUE
                      MOVE 0 TO LOG-SEQUENCE
                      MOVE SPACES TO LOG-MATRIX-ID
                      MOVE SPACES TO LOG-TEXT
                      STRING 'MODEL MASTER NOT AVAILABLE - STATUS '
                          MDL-STATUS ' - DRIFT CHECK OFF'
                          DELIMITED BY SIZE INTO LOG-TEXT
                      PERFORM WRITE-RUN-LOG
              END-EVALUATE
           END-IF

           PERFORM WRITE-CONFIG-SNAPSHOT

      *    TODO: Was ist wenn EOF?
           MOVE SPACES TO RAW-LINE
           READ FD-MATRIX INTO RAW-LINE
              PERFORM STORE-HEADER-FROM-RAW
           END-IF.

      * The settings FORERUN ended up with, as one config.txt line:
      * defaults filled in and rejected exports already replaced,
      * so the line says what the solve used, not what was typed.
       WRITE-CONFIG-SNAPSHOT.
           MOVE SPACES TO CONFIG-PROFILE
           ACCEPT CONFIG-PROFILE FROM ENVIRONMENT
               "GAUSS_PROFILE_APPLIED"
           MOVE SPACES TO CONFIG-JOB-NAME
           ACCEPT CONFIG-JOB-NAME FROM ENVIRONMENT "GAUSS_JOB_NAME"
           MOVE SPACE TO CONFIG-ROUND-TEXT
           ACCEPT CONFIG-ROUND-TEXT FROM ENVIRONMENT
               "GAUSS_ROUND_PLACES"
           IF CONFIG-ROUND-TEXT IS NOT NUMERIC
              OR CONFIG-ROUND-TEXT > '4'
              MOVE SPACE TO CONFIG-ROUND-TEXT
           END-IF
           MOVE SPACE TO CONFIG-CSV-TEXT
           ACCEPT CONFIG-CSV-TEXT FROM ENVIRONMENT "GAUSS_CSV_OUTPUT"
           IF CONFIG-CSV-TEXT = 'Y' OR CONFIG-CSV-TEXT = 'y'
              MOVE 'Y' TO CONFIG-CSV-TEXT
           ELSE
              MOVE 'N' TO CONFIG-CSV-TEXT
           END-IF

           MOVE SPACES TO CONFIG-SNAPSHOT-RECORD
           MOVE CONFIG-SNAPSHOT-ID TO CFG-ID
           MOVE CONFIG-PROFILE TO CFG-PROFILE
           MOVE CONFIG-JOB-NAME TO CFG-JOB-NAME
           MOVE CTL-EPSILON TO CFG-EPSILON
           MOVE CTL-RESIDUAL-TOL TO CFG-RESIDUAL-TOL
           MOVE CTL-REFINE-LIMIT TO CFG-REFINE-LIMIT
           MOVE CTL-ITER-TOL TO CFG-ITER-TOL
           MOVE CTL-ITER-LIMIT TO CFG-ITER-LIMIT
           MOVE CTL-PARTIAL-PIVOT TO CFG-PARTIAL-PIVOT
           MOVE CTL-SCALE TO CFG-SCALE
           MOVE CTL-CONTINUE TO CFG-CONTINUE
           MOVE DFLT-PROCESS-MODE TO CFG-MODE
           MOVE CTL-SPARSITY-PCT TO CFG-SPARSITY-PCT
           MOVE CTL-SENS-PCT TO CFG-SENS-PCT
           MOVE CONFIG-ROUND-TEXT TO CFG-ROUND-PLACES
           MOVE CONFIG-CSV-TEXT TO CFG-CSV-OUTPUT
           IF INPUT-FORMAT-TEXT = 'CSV' OR INPUT-FORMAT-TEXT = 'csv'
              MOVE 'CSV' TO CFG-INPUT-FORMAT
           END-IF
           MOVE REGISTRY-POLICY TO CFG-REGISTRY-POLICY
           MOVE DRIFT-PCT TO CFG-DRIFT-PCT
           MOVE DRIFT-POLICY TO CFG-DRIFT-POLICY
           IF CTL-QUIET-YES
              MOVE 'Q' TO CFG-LOG-LEVEL
           END-IF
           IF SEQ-BASE-TEXT IS NUMERIC
              MOVE SEQ-BASE-TEXT TO CFG-SEQ-BASE
           ELSE
              MOVE 0 TO CFG-SEQ-BASE
           END-IF
           MOVE RESTART-SEQUENCE TO CFG-RESTART-SEQ
           MOVE CTL-APPROVER TO CFG-APPROVER
           MOVE MODEL-STAMP TO CFG-MODEL-STAMP
           OPEN EXTEND CONFIG-FILE
           WRITE CONFIG-SNAPSHOT-RECORD
           CLOSE CONFIG-FILE
           .

      * Lands the record just read in D-N, whichever layout it came
      * in: fixed columns go over as they are, a comma layout is cut
      * into its fields first (column count, labels flag, equation
           ELSE
      *       The full grown header width -- keep this in step with
      *       the trailing fields in GAUSREC.CPY, or everything after
      *       the weights flag (submitter, constraints, units,
      *       scenario names, template) reads blank and their records
      *       land as data rows.
              MOVE RAW-LINE(1:47) TO D-N
           END-IF.

       READ-NEXT-HEADER.
           END-IF
           .

      * Reloaded on every call, so a driver that CALLs the load step
      * repeatedly (the intake watch) never carries one file's
      * supplier values into the next.
       LOAD-CHAIN-LINKS.
           MOVE 0 TO CHAIN-COUNTER
           MOVE SPACE TO CHAIN-EOF
           OPEN INPUT CHAIN-FILE
           PERFORM LOAD-ONE-CHAIN-LINK UNTIL CHAIN-EOF = 'E'
           CLOSE CHAIN-FILE
           .

       LOAD-ONE-CHAIN-LINK.
           READ CHAIN-FILE
               AT END MOVE 'E' TO CHAIN-EOF
           END-READ
           IF CHAIN-EOF NOT = 'E'
              AND CHN-SUPPLIER-ID NOT = SPACES
              AND CHN-DEPENDENT-ID NOT = SPACES
              AND CHAIN-COUNTER < 999
              ADD 1 TO CHAIN-COUNTER
              MOVE CHN-SUPPLIER-ID TO CHT-SUPPLIER-ID(CHAIN-COUNTER)
              MOVE CHN-SUPPLIER-LABEL
                  TO CHT-SUPPLIER-LABEL(CHAIN-COUNTER)
              MOVE CHN-DEPENDENT-ID TO CHT-DEPENDENT-ID(CHAIN-COUNTER)
              MOVE CHN-DEPENDENT-LABEL
                  TO CHT-DEPENDENT-LABEL(CHAIN-COUNTER)
              MOVE SPACE TO CHT-STATE(CHAIN-COUNTER)
              MOVE 0 TO CHT-VALUE(CHAIN-COUNTER)
           END-IF
           .

      * Before a dependent is profiled and solved: a link whose
      * supplier failed skips the matrix; a delivered value replaces
      * the first right-hand side of the equation row carrying the
      * link's label (extra scenario columns keep their submitted
      * values -- they are the what-ifs); a supplier not seen this
      * run leaves the submitted value alone, with a warning.
       APPLY-CHAIN-INPUTS.
           MOVE SPACE TO CHAIN-SKIP
           MOVE 0 TO CHAIN-SUBSTITUTED
           PERFORM VARYING CHAIN-INDEX FROM 1 BY 1
                   UNTIL CHAIN-INDEX > CHAIN-COUNTER
                      OR CHAIN-SUPPLIER-FAILED
               IF CHT-DEPENDENT-ID(CHAIN-INDEX) = CTL-MATRIX-ID
                  EVALUATE CHT-STATE(CHAIN-INDEX)
                      WHEN 'F'
                          MOVE 'Y' TO CHAIN-SKIP
                          MOVE CHT-SUPPLIER-ID(CHAIN-INDEX)
                              TO CHAIN-FAILED-SUPPLIER
                      WHEN 'S'
                          PERFORM SUBSTITUTE-CHAIN-VALUE
                      WHEN OTHER
                          DISPLAY 'WARNING: SUPPLIER '
                              CHT-SUPPLIER-ID(CHAIN-INDEX)
                              ' NOT SOLVED AHEAD - SUBMITTED VALUE '
                              'KEPT'
                          SET LOG-SEV-WARNING TO TRUE
                          MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                          MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                          MOVE SPACES TO LOG-TEXT
                          STRING 'SUPPLIER '
                              CHT-SUPPLIER-ID(CHAIN-INDEX)
                              ' NOT SOLVED AHEAD - SUBMITTED VALUE '
                              'KEPT' DELIMITED BY SIZE INTO LOG-TEXT
                          PERFORM WRITE-RUN-LOG
                  END-EVALUATE
               END-IF
           END-PERFORM

           IF CHAIN-SUBSTITUTED > 0 AND NOT CHAIN-SUPPLIER-FAILED
              MOVE CHAIN-SUBSTITUTED TO CHAIN-PRINT-COUNT
              SET LOG-SEV-INFO TO TRUE
              MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
              MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING CHAIN-PRINT-COUNT ' RIGHT-HAND SIDE(S) TAKEN '
                  'FROM SUPPLIER MODELS' DELIMITED BY SIZE
                  INTO LOG-TEXT
              PERFORM WRITE-RUN-LOG
              IF NOT CTL-QUIET-YES
                 DISPLAY LOG-TEXT
              END-IF
           END-IF
           .

       SUBSTITUTE-CHAIN-VALUE.
           MOVE 'N' TO CHAIN-FOUND
           PERFORM VARYING CHAIN-ROW FROM 1 BY 1
                   UNTIL CHAIN-ROW > NUMBER-OF-ROWS
                      OR CHAIN-FOUND = 'Y'
               IF LBL-ROW-LABEL(CHAIN-ROW)
                  = CHT-DEPENDENT-LABEL(CHAIN-INDEX)
                  MOVE 'Y' TO CHAIN-FOUND
                  MOVE CHT-VALUE(CHAIN-INDEX) TO
                      E-MATRIX-VALUE(CHAIN-ROW, NUMBER-OF-UNKNOWNS + 1)
                  ADD 1 TO CHAIN-SUBSTITUTED
               END-IF
           END-PERFORM
           IF CHAIN-FOUND = 'N'
              DISPLAY 'WARNING: CHAIN ROW '
                  CHT-DEPENDENT-LABEL(CHAIN-INDEX)
                  ' NOT IN MODEL - LINK IGNORED'
              SET LOG-SEV-WARNING TO TRUE
              MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
              MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING 'CHAIN ROW ' CHT-DEPENDENT-LABEL(CHAIN-INDEX)
                  ' NOT IN MODEL - LINK IGNORED'
                  DELIMITED BY SIZE INTO LOG-TEXT
              PERFORM WRITE-RUN-LOG
           END-IF
           .

      * On a restart the suppliers that completed before it are not
      * solved again, so their links are given back what they
      * delivered then: a supplier whose disposition stood (reason
      * 00, and not an inverse) is looked up by sequence and label
      * among the kept interface details; any other completed
      * supplier -- or a label the details do not carry -- counts as
      * failed, exactly as it would have in the uninterrupted run.
       RECOVER-CHAIN-OUTPUTS.
           MOVE SPACE TO RESTART-EOF
           OPEN INPUT DISPO-FILE
           PERFORM RECOVER-ONE-SUPPLIER UNTIL RESTART-EOF = 'E'
           CLOSE DISPO-FILE

           MOVE SPACE TO RESTART-EOF
           OPEN INPUT IFC-WORK-FILE
           PERFORM RECOVER-ONE-SUPPLIED-VALUE UNTIL RESTART-EOF = 'E'
           CLOSE IFC-WORK-FILE

           PERFORM VARYING CHAIN-INDEX FROM 1 BY 1
                   UNTIL CHAIN-INDEX > CHAIN-COUNTER
               IF CHT-STATE(CHAIN-INDEX) = 'P'
                  MOVE 'F' TO CHT-STATE(CHAIN-INDEX)
               END-IF
           END-PERFORM
           .

       RECOVER-ONE-SUPPLIER.
           READ DISPO-FILE
               AT END MOVE 'E' TO RESTART-EOF
           END-READ
           IF RESTART-EOF NOT = 'E'
              AND DSP-SEQUENCE IS NUMERIC
              AND DSP-SEQUENCE < RESTART-SEQUENCE
              PERFORM VARYING CHAIN-INDEX FROM 1 BY 1
                      UNTIL CHAIN-INDEX > CHAIN-COUNTER
                  IF CHT-SUPPLIER-ID(CHAIN-INDEX) = DSP-MATRIX-ID
                     IF DSP-REASON = 0
                        AND DSP-OUTCOME NOT = 'INVERTED'
                        MOVE 'P' TO CHT-STATE(CHAIN-INDEX)
                        MOVE DSP-SEQUENCE
                            TO CHT-SUPPLIER-SEQ(CHAIN-INDEX)
                     ELSE
                        MOVE 'F' TO CHT-STATE(CHAIN-INDEX)
                     END-IF
                  END-IF
              END-PERFORM
           END-IF
           .

       RECOVER-ONE-SUPPLIED-VALUE.
           READ IFC-WORK-FILE
               AT END MOVE 'E' TO RESTART-EOF
           END-READ
           IF RESTART-EOF NOT = 'E'
              AND (IFC-D-TYPE = 'D' OR IFC-D-TYPE = 'C')
              AND IFC-D-SEQUENCE IS NUMERIC
              PERFORM VARYING CHAIN-INDEX FROM 1 BY 1
                      UNTIL CHAIN-INDEX > CHAIN-COUNTER
                  IF CHT-STATE(CHAIN-INDEX) = 'P'
                     AND CHT-SUPPLIER-SEQ(CHAIN-INDEX)
                         = IFC-D-SEQUENCE
                     AND CHT-SUPPLIER-LABEL(CHAIN-INDEX)
                         = IFC-D-LABEL
                     MOVE IFC-D-VALUE TO CHT-VALUE(CHAIN-INDEX)
                     MOVE 'S' TO CHT-STATE(CHAIN-INDEX)
                  END-IF
              END-PERFORM
           END-IF
           .

      * After a supplier's solve: each link it supplies picks up the
      * solved value of its label, or goes to 'F' if the solve did
      * not stand (failed, out of bounds, refused for a closed
      * period, skipped) or the label is not among the solution's.
      * An inverse run leaves no solution vector to hand on.
       CAPTURE-CHAIN-OUTPUTS.
           PERFORM VARYING CHAIN-INDEX FROM 1 BY 1
                   UNTIL CHAIN-INDEX > CHAIN-COUNTER
               IF CHT-SUPPLIER-ID(CHAIN-INDEX) = CTL-MATRIX-ID
                  IF CHAIN-SOLVE-OK = 'Y'
                     AND NOT CTL-MODE-INVERSE
                     MOVE 'N' TO CHAIN-FOUND
                     PERFORM VARYING CHAIN-ROW FROM 1 BY 1
                             UNTIL CHAIN-ROW > MAX-ROWS
                                OR CHAIN-FOUND = 'Y'
                         IF LBL-ROW-LABEL(CHAIN-ROW)
                            = CHT-SUPPLIER-LABEL(CHAIN-INDEX)
                            MOVE 'Y' TO CHAIN-FOUND
                            MOVE R-MATRIX-VALUE(CHAIN-ROW,
                                MAX-ROWS + 1) TO CHT-VALUE(CHAIN-INDEX)
                            MOVE 'S' TO CHT-STATE(CHAIN-INDEX)
                         END-IF
                     END-PERFORM
                     IF CHAIN-FOUND = 'N'
                        MOVE 'F' TO CHT-STATE(CHAIN-INDEX)
                        SET LOG-SEV-WARNING TO TRUE
                        MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                        MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                        MOVE SPACES TO LOG-TEXT
                        STRING 'CHAIN LABEL '
                            CHT-SUPPLIER-LABEL(CHAIN-INDEX)
                            ' NOT IN SOLUTION - DEPENDENT '
                            CHT-DEPENDENT-ID(CHAIN-INDEX)
                            DELIMITED BY SIZE INTO LOG-TEXT
                        PERFORM WRITE-RUN-LOG
                     END-IF
                  ELSE
                     MOVE 'F' TO CHT-STATE(CHAIN-INDEX)
                  END-IF
               END-IF
           END-PERFORM
           .

      * One header id against the registry: 'G' registered and
      * active, 'R' registered but retired, 'N' nowhere on file. A
      * blank id is only ever a policy question ('R' rejects it --
               COMPUTE NUMBER-OF-UNKNOWNS = NUMBER-OF-COLUMNS - 1
               MOVE D-N-MATRIX-ID TO CTL-MATRIX-ID
               MOVE D-N-SUBMITTER TO CTL-SUBMITTER
               MOVE D-N-TEMPLATE TO CTL-TEMPLATE

               IF D-N-MODE NOT = SPACE
                  MOVE D-N-MODE TO CTL-PROCESS-MODE
               ELSE
                  MOVE SPACE TO UNITS-PENDING
               END-IF
               IF D-N-HAS-SCENARIOS
                  MOVE 'Y' TO SCENARIOS-PENDING
               ELSE
                  MOVE SPACE TO SCENARIOS-PENDING
               END-IF
               MOVE 0 TO HARD-COUNT
               MOVE 0 TO CTL-HARD-COUNT
               MOVE SPACE TO TARGET-LOADED
               MOVE SPACE TO CTL-TGT-FLAG
               MOVE SPACE TO CTL-FACTOR-FLAG
               MOVE SPACE TO CTL-ITER-OUTCOME
               IF D-N-MODE-TARGET-SEEK
                  MOVE 'Y' TO TARGET-PENDING
               ELSE
                  MOVE SPACE TO TARGET-PENDING
               END-IF

      *        The registry check sits after the pending flags are
      *        set, so a rejected matrix resynchronizes through the

               PERFORM VARYING ROW FROM 1 BY 1 UNTIL ROW > GS-MAX-DIM
                   MOVE SPACES TO LBL-ROW-LABEL(ROW)
                   MOVE SPACES TO FIT-EQ-LABEL(ROW)
               END-PERFORM

               IF D-N-HAS-LABELS
                      END-READ
                   END-IF
                   MOVE SPACE TO LABELS-PENDING
                   PERFORM VARYING ROW
                           FROM 1 BY 1 UNTIL ROW > NUMBER-OF-ROWS
                       MOVE D-LABEL-VALUE(ROW) TO FIT-EQ-LABEL(ROW)
                   END-PERFORM
      *            Labels are per unknown, not per equation, so an
      *            over-determined header (more equations than
      *            unknowns) is left with blank LBL-ROW-LABEL entries;
                   PERFORM LOAD-UNITS-RECORD
               END-IF

               PERFORM DEFAULT-SCENARIO-NAMES
               IF SCENARIOS-PENDING = 'Y'
                  AND INPUT-DATA-EOF NOT = 'C'
                   PERFORM LOAD-SCENARIOS-RECORD
               END-IF

               IF TARGET-PENDING = 'Y' AND INPUT-DATA-EOF NOT = 'C'
                   PERFORM LOAD-TARGET-RECORD
               END-IF

               IF INPUT-FORMAT-TRIPLETS
                   PERFORM LOAD-TRIPLETS
               ELSE
                   END-IF

                   ADD 1 TO CTL-BATCH-SEQUENCE
                   MOVE SPACE TO RESTART-SKIP
                   IF CTL-BATCH-SEQUENCE < RESTART-SEQUENCE
                      MOVE 'Y' TO RESTART-SKIP
                   END-IF

      *            Chained right-hand sides go in before the profile
      *            sees the matrix, so the profile and the solve both
      *            work on the figures that are actually used.
                   MOVE SPACE TO CHAIN-SKIP
                   IF CHAIN-COUNTER > 0
                      AND NOT DONE-BEFORE-RESTART
                      PERFORM APPLY-CHAIN-INPUTS
                   END-IF

      *            Tonight's coefficients against the previous stored
      *            deck of the same id, before the profile and the
      *            solve spend anything on a structure somebody may
      *            have fat-fingered. Comma-separated input is left
      *            out: the model master stores fixed columns only.
                   MOVE SPACE TO DRF-VERDICT
                   IF MODEL-OPEN = 'Y'
                      AND CTL-MATRIX-ID NOT = SPACES
                      AND NOT CSV-INPUT
                      AND NOT DONE-BEFORE-RESTART
                      PERFORM CHECK-COEFFICIENT-DRIFT
                   END-IF

      *            The pre-flight profile sees every loaded matrix
      *            before any solve money is spent on it; a no-go
      *            solve outright and journals the matrix as skipped,
      *            instead of letting a garbage residual be the first
      *            hint after the O(n**3) work is already burned.
                   IF NOT DONE-BEFORE-RESTART
                      PERFORM ANALYZE-MATRIX
                   END-IF

      *            A declared band narrower than what the profile
      *            actually measured would make the banded sweep skip
      *            dense path instead.
                   IF CTL-BANDWIDTH > 0
                      AND PRF-BANDWIDTH > CTL-BANDWIDTH
                      AND NOT DONE-BEFORE-RESTART
                      DISPLAY 'DECLARED BANDWIDTH TOO NARROW - '
                          'SOLVING DENSE'
                      SET LOG-SEV-WARNING TO TRUE
                      MOVE 0 TO CTL-BANDWIDTH
                   END-IF

      *            Completed before the restart: already journaled,
      *            disposed and booked by the aborted run.
                   IF DONE-BEFORE-RESTART
                       IF NOT CTL-QUIET-YES
                          MOVE CTL-BATCH-SEQUENCE TO PRF-PRINT-SEQ
                          DISPLAY 'MATRIX ' PRF-PRINT-SEQ
                              ' COMPLETED BEFORE THE RESTART - '
                              'NOT RUN AGAIN'
                       END-IF
                       PERFORM MARK-MATRIX-DONE
                   ELSE
      *            A dependent whose supplier did not solve would
      *            only solve against stale inputs; it is skipped
      *            under its own outcome, and anything it supplies
      *            in turn is skipped after it.
                   IF CHAIN-SUPPLIER-FAILED
                       SET CTL-DISP-CHAIN-SKIPPED TO TRUE
                       MOVE 0 TO CTL-WORST-RESIDUAL
                       DISPLAY 'MATRIX SKIPPED - SUPPLIER '
                           CHAIN-FAILED-SUPPLIER ' DID NOT SOLVE'
                       SET LOG-SEV-WARNING TO TRUE
                       MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                       MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                       MOVE SPACES TO LOG-TEXT
                       STRING 'MATRIX SKIPPED - SUPPLIER '
                           CHAIN-FAILED-SUPPLIER ' DID NOT SOLVE'
                           DELIMITED BY SIZE INTO LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE 'N' TO CHAIN-SOLVE-OK
                       PERFORM CAPTURE-CHAIN-OUTPUTS
                       ACCEPT JRN-START-DATE FROM DATE YYYYMMDD
                       ACCEPT JRN-START-TIME FROM TIME
                       MOVE JRN-START-DATE TO JRN-END-DATE
                       MOVE JRN-START-TIME TO JRN-END-TIME
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM MARK-MATRIX-DONE
                   ELSE
                   IF PROFILE-NO-GO
                       SET CTL-DISP-SKIPPED TO TRUE
                       MOVE 0 TO CTL-WORST-RESIDUAL
                           'PROFILE VERDICT NO-GO'
                           DELIMITED BY SIZE INTO LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE 'N' TO CHAIN-SOLVE-OK
                       PERFORM CAPTURE-CHAIN-OUTPUTS
                       ACCEPT JRN-START-DATE FROM DATE YYYYMMDD
                       ACCEPT JRN-START-TIME FROM TIME
                       MOVE JRN-START-DATE TO JRN-END-DATE
                       MOVE JRN-START-TIME TO JRN-END-TIME
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM MARK-MATRIX-DONE
                   ELSE
                   IF DRIFT-HELD
                       SET CTL-DISP-DRIFT-HELD TO TRUE
                       MOVE 0 TO CTL-WORST-RESIDUAL
                       MOVE DRF-CELL-COUNTER TO DRF-PRINT-COUNT
                       DISPLAY 'MATRIX HELD - ' DRF-PRINT-COUNT
                           ' COEFFICIENT(S) DRIFTED'
                       SET LOG-SEV-WARNING TO TRUE
                       MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                       MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                       MOVE SPACES TO LOG-TEXT
                       STRING 'MATRIX HELD - ' DRF-PRINT-COUNT
                           ' COEFFICIENT(S) DRIFTED' DELIMITED BY SIZE
                           INTO LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE 'N' TO CHAIN-SOLVE-OK
                       PERFORM CAPTURE-CHAIN-OUTPUTS
                       ACCEPT JRN-START-DATE FROM DATE YYYYMMDD
                       ACCEPT JRN-START-TIME FROM TIME
                       MOVE JRN-START-DATE TO JRN-END-DATE
                           IF CTL-MODE-SENSITIVITY
                              PERFORM BUILD-SENSITIVITY-COLUMNS
                           END-IF
                           IF CTL-MODE-TARGET-SEEK
                              PERFORM BUILD-TARGET-COLUMN
                           END-IF
                           PERFORM VARYING ROW
                               FROM 1 BY 1 UNTIL ROW > MAX-ROWS
                               AFTER CLM FROM 1 BY 1
                           USING R-MATRIX, MAX-ROWS, CTL-CONTROL,
                                 LBL-TABLE, BND-TABLE, UNT-TABLE

                       MOVE 'Y' TO CHAIN-SOLVE-OK
                       IF RETURN-CODE NOT = 0
                          SET ALGO-FAILURE-YES TO TRUE
                          MOVE 'N' TO CHAIN-SOLVE-OK
                       END-IF
                       IF CTL-BOUNDS-VIOLATED
                          SET ALGO-FAILURE-YES TO TRUE
                          MOVE 'N' TO CHAIN-SOLVE-OK
                       END-IF
                       IF CTL-PERIOD-CLOSED
                          SET ALGO-FAILURE-YES TO TRUE
                          MOVE 'N' TO CHAIN-SOLVE-OK
                       END-IF
                       IF CTL-BOOKING-FAILED
                          SET ALGO-FAILURE-YES TO TRUE
                          MOVE 'N' TO CHAIN-SOLVE-OK
                       END-IF
                       IF CHAIN-COUNTER > 0
                          PERFORM CAPTURE-CHAIN-OUTPUTS
                       END-IF
                       IF CTL-LEAST-SQUARES-YES AND CTL-FIT-READY
                          PERFORM WRITE-FIT-STATISTICS
                       END-IF

                       ACCEPT JRN-END-DATE FROM DATE YYYYMMDD
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM MARK-MATRIX-DONE
                   END-IF
                   END-IF
                   END-IF
                   END-IF

                   PERFORM READ-NEXT-HEADER
               END-IF
           PERFORM WRITE-ERROR-DISPOSITION
           ADD 1 TO CTL-BATCH-SEQUENCE
           SET ALGO-FAILURE-YES TO TRUE
           MOVE 'N' TO CHAIN-SOLVE-OK
           PERFORM CAPTURE-CHAIN-OUTPUTS

           IF LABELS-PENDING = 'Y' AND INPUT-DATA-EOF NOT = 'C'
              READ FD-MATRIX INTO D-LABEL-RECORD
              MOVE SPACE TO UNITS-PENDING
           END-IF

           IF SCENARIOS-PENDING = 'Y' AND INPUT-DATA-EOF NOT = 'C'
              READ FD-MATRIX INTO D-SCENARIO-RECORD
                  AT END MOVE 'C' TO INPUT-DATA-EOF
              END-READ
              MOVE SPACE TO SCENARIOS-PENDING
           END-IF

           IF TARGET-PENDING = 'Y' AND INPUT-DATA-EOF NOT = 'C'
              READ FD-MATRIX INTO D-TARGET-RECORD
                  AT END MOVE 'C' TO INPUT-DATA-EOF
              END-READ
              MOVE SPACE TO TARGET-PENDING
           END-IF

           IF INPUT-FORMAT-TRIPLETS
              PERFORM UNTIL INPUT-DATA-EOF = 'C' OR D-TRIPLET-END
                  READ FD-MATRIX INTO D-TRIPLET-RECORD
               CLOSE FD-MATRIX
               CLOSE JOURNAL-FILE
               CLOSE PROFILE-FILE
               CLOSE DISPO-FILE
               CLOSE DRIFT-FILE
               IF MODEL-OPEN = 'Y'
                  CLOSE MODEL-FILE
               END-IF.

       WRITE-RUN-LOG.
           CALL 'GAUSLOG' USING LOG-REQUEST
           MOVE NUMBER-OF-ROWS TO JRN-ROWS
           MOVE NUMBER-OF-COLUMNS TO JRN-COLUMNS
           EVALUATE TRUE
               WHEN CTL-DISP-CHAIN-SKIPPED
                   MOVE 'CHAIN-SKIPPED' TO JRN-DISPOSITION
               WHEN CTL-DISP-SKIPPED
                   MOVE 'SKIPPED' TO JRN-DISPOSITION
               WHEN CTL-DISP-DRIFT-HELD
                   MOVE 'DRIFT-HELD' TO JRN-DISPOSITION
               WHEN CTL-PERIOD-CLOSED
                   MOVE 'PERIOD-CLOSED' TO JRN-DISPOSITION
               WHEN CTL-BOOKING-FAILED
                   MOVE 'BOOK-FAILED' TO JRN-DISPOSITION
               WHEN CTL-MODE-INVERSE AND CTL-DISP-SOLVED
                   MOVE 'INVERTED' TO JRN-DISPOSITION
               WHEN CTL-MODE-MIN-NORM AND CTL-DISP-SOLVED
                   MOVE 'MINIMUM-NORM' TO JRN-DISPOSITION
               WHEN CTL-MODE-SENSITIVITY AND CTL-DISP-SOLVED
                   MOVE 'SENSITIVITY' TO JRN-DISPOSITION
               WHEN CTL-MODE-TARGET-SEEK AND CTL-DISP-SOLVED
                AND CTL-TGT-REACHED
                   MOVE 'TARGET-SEEK' TO JRN-DISPOSITION
               WHEN CTL-MODE-TARGET-SEEK AND CTL-DISP-SOLVED
                   MOVE 'UNREACHABLE' TO JRN-DISPOSITION
               WHEN CTL-BOUNDS-VIOLATED
                   MOVE 'OUT-OF-BOUNDS' TO JRN-DISPOSITION
               WHEN CTL-DISP-SINGULAR
           MOVE CTL-MATRIX-ID TO JRN-MATRIX-ID
           MOVE CTL-SUBMITTER TO JRN-SUBMITTER
           MOVE CTL-APPROVER TO JRN-APPROVER
           MOVE CTL-TEMPLATE TO JRN-TEMPLATE
           MOVE CONFIG-SNAPSHOT-ID TO JRN-CONFIG-ID
           EVALUATE TRUE
               WHEN CTL-FACTOR-REUSED
                   MOVE 'REUSED' TO JRN-FACTOR-USE
               WHEN CTL-FACTOR-STORED
                   MOVE 'FACTORED' TO JRN-FACTOR-USE
           END-EVALUATE
           WRITE JOURNAL-RECORD
      *    The failure outcomes also go to the severity-coded run
      *    log, so a quiet run still leaves the lines that matter on
      *    the operator's one page. SKIPPED, CHAIN-SKIPPED and
      *    DRIFT-HELD are already logged where the verdict falls.
           EVALUATE TRUE
               WHEN CTL-DISP-SINGULAR
               WHEN CTL-DISP-INCONSISTENT
                   STRING 'MATRIX FAILED - ' JRN-DISPOSITION
                       DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               WHEN CTL-PERIOD-CLOSED
                   SET LOG-SEV-ERROR TO TRUE
                   MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                   MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                   MOVE 'BOOKING REFUSED - RUN DATE IN CLOSED PERIOD'
                       TO LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               WHEN CTL-BOOKING-FAILED
                   SET LOG-SEV-ERROR TO TRUE
                   MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                   MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                   MOVE 'BOOKING FAILED - RESULTS MASTER NOT UPDATED'
                       TO LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               WHEN CTL-BOUNDS-VIOLATED
                   SET LOG-SEV-WARNING TO TRUE
                   MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                   MOVE 'SOLVED VALUE OUT OF PLAUSIBILITY BOUNDS'
                       TO LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               WHEN CTL-MODE-TARGET-SEEK AND CTL-DISP-SOLVED
                AND NOT CTL-TGT-REACHED
                   SET LOG-SEV-WARNING TO TRUE
                   MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                   MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                   MOVE SPACES TO LOG-TEXT
                   IF CTL-TGT-UNREACHABLE
                      STRING 'TARGET UNREACHABLE - VARIABLE DOES NOT '
                          'DEPEND ON THAT ROW' DELIMITED BY SIZE
                          INTO LOG-TEXT
                   ELSE
                      STRING 'TARGET UNREACHABLE - INPUT NEEDED IS '
                          'OUTSIDE CARRIED RANGE' DELIMITED BY SIZE
                          INTO LOG-TEXT
                   END-IF
                   PERFORM WRITE-RUN-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE CTL-APPROVER TO DSP-APPROVER
           MOVE JRN-DISPOSITION TO DSP-OUTCOME
           EVALUATE TRUE
               WHEN CTL-DISP-CHAIN-SKIPPED
                   MOVE 95 TO DSP-REASON
               WHEN CTL-DISP-SKIPPED
                   MOVE 90 TO DSP-REASON
               WHEN CTL-DISP-DRIFT-HELD
                   MOVE 97 TO DSP-REASON
               WHEN CTL-PERIOD-CLOSED
                   MOVE 94 TO DSP-REASON
               WHEN CTL-BOOKING-FAILED
                   MOVE 99 TO DSP-REASON
               WHEN CTL-DISP-SINGULAR
                   MOVE 91 TO DSP-REASON
               WHEN CTL-DISP-INCONSISTENT
                   MOVE 92 TO DSP-REASON
               WHEN CTL-BOUNDS-VIOLATED
                   MOVE 93 TO DSP-REASON
               WHEN CTL-MODE-TARGET-SEEK AND CTL-DISP-SOLVED
                AND NOT CTL-TGT-REACHED
                   MOVE 96 TO DSP-REASON
               WHEN OTHER
                   MOVE 0 TO DSP-REASON
           END-EVALUATE
           END-IF
           .

      * Every right-hand-side column gets a name before the record
      * (if any) is read: BASE for the primary column and SET-nnn for
      * the rest, which is what a run without a names record is
      * filed under on the results master.
       DEFAULT-SCENARIO-NAMES.
           MOVE 'BASE' TO CTL-SCENARIO-NAME(1)
           PERFORM VARYING SCN-INDEX FROM 2 BY 1
                   UNTIL SCN-INDEX > 99
               MOVE SCN-INDEX TO SCN-NUMBER-EDIT
               MOVE SPACES TO CTL-SCENARIO-NAME(SCN-INDEX)
               STRING 'SET-' SCN-NUMBER-EDIT
                   DELIMITED BY SIZE
                   INTO CTL-SCENARIO-NAME(SCN-INDEX)
           END-PERFORM
           .

      * One name per right-hand-side column, in column order. A blank
      * entry keeps its default, so a desk can name just the columns
      * it cares about.
       LOAD-SCENARIOS-RECORD.
           READ FD-MATRIX INTO D-SCENARIO-RECORD
               AT END MOVE 'C' TO INPUT-DATA-EOF
           END-READ
           MOVE SPACE TO SCENARIOS-PENDING
           IF INPUT-DATA-EOF NOT = 'C'
              PERFORM VARYING SCN-INDEX FROM 1 BY 1
                      UNTIL SCN-INDEX > 99
                  IF D-SCENARIO-NAME(SCN-INDEX) NOT = SPACES
                     MOVE D-SCENARIO-NAME(SCN-INDEX)
                         TO CTL-SCENARIO-NAME(SCN-INDEX)
                  END-IF
              END-PERFORM
      *       The scenario name is part of the results master key, so
      *       two columns under one name -- a name given twice, or a
      *       name repeating another column's BASE or SET-nnn -- would
      *       book only the first of them.
              PERFORM VARYING SCN-INDEX FROM 2 BY 1
                      UNTIL SCN-INDEX > CTL-RHS-COUNT
                         OR SCN-INDEX > 99
                         OR ERRORS-FOUND-YES
                  PERFORM VARYING SCN-OTHER FROM 1 BY 1
                          UNTIL SCN-OTHER NOT < SCN-INDEX
                      IF CTL-SCENARIO-NAME(SCN-OTHER)
                         = CTL-SCENARIO-NAME(SCN-INDEX)
                         SET ERRORS-FOUND-YES TO TRUE
                         SET SCENARIO-NAME-REPEATED TO TRUE
                      END-IF
                  END-PERFORM
              END-PERFORM
           END-IF
           .

      * Assembles E-MATRIX from (row, column, value) triplet records:
      * zero-fill first, then one cell per record until the row-000
      * sentinel (or end of file, for the last matrix in a stack).
           WRITE PROFILE-RECORD
           .

      * Coefficient drift check: finds the previous stored run of this
      * matrix id in the model master, reads its deck back into
      * DRF-OLD-MATRIX and compares the coefficient block cell by
      * cell with what was just loaded. A cell drifts when it moved
      * by more than the job's percentage of its old value, or when
      * it went from zero to non-zero or back. Every drifted cell is
      * listed in drift.txt; a first submission (no previous run) is
      * not a drift, and a deck whose shape changed is reported as
      * not compared rather than held -- that is a different model,
      * not a mistyped rate.
       CHECK-COEFFICIENT-DRIFT.
           MOVE 0 TO DRF-CELL-COUNTER
           PERFORM FIND-PREVIOUS-MODEL-RUN
           IF DRF-PREV-FOUND = 'Y'
              PERFORM LOAD-PREVIOUS-MODEL-RUN
              IF DRF-SHAPE-SAME
                 PERFORM VARYING DRF-ROW FROM 1 BY 1
                         UNTIL DRF-ROW > NUMBER-OF-ROWS
                     AFTER DRF-COL FROM 1 BY 1
                         UNTIL DRF-COL > NUMBER-OF-UNKNOWNS
                     PERFORM COMPARE-ONE-COEFFICIENT
                 END-PERFORM
                 IF DRF-CELL-COUNTER > 0
                    PERFORM WRITE-DRIFT-TRAILER
                 END-IF
              ELSE
                 PERFORM WRITE-DRIFT-HEADER
                 MOVE SPACES TO DRIFT-RECORD
                 STRING '  NOT COMPARED - SHAPE DIFFERS FROM THE '
                     'PREVIOUS RUN' DELIMITED BY SIZE
                     INTO DRIFT-RECORD
                 WRITE DRIFT-RECORD
              END-IF
           END-IF
           .

      * Every stored run of the id comes back in key order, which is
      * chronological; the last one older than tonight's own store
      * (or simply the last one, when no stamp was handed over) is
      * the previous run.
       FIND-PREVIOUS-MODEL-RUN.
           MOVE SPACE TO DRF-PREV-FOUND
           MOVE SPACE TO DRF-SCAN-EOF
           MOVE CTL-MATRIX-ID TO MDL-MATRIX-ID
           MOVE ZERO TO MDL-RUN-DATE
           MOVE ZERO TO MDL-RUN-TIME
           MOVE ZERO TO MDL-LINE-NO
           START MODEL-FILE KEY NOT < MDL-KEY
               INVALID KEY MOVE 'E' TO DRF-SCAN-EOF
           END-START
           PERFORM NOTE-ONE-MODEL-STAMP UNTIL DRF-SCAN-EOF = 'E'
           .

       NOTE-ONE-MODEL-STAMP.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE 'E' TO DRF-SCAN-EOF
           END-READ
           IF DRF-SCAN-EOF NOT = 'E'
              IF MDL-MATRIX-ID NOT = CTL-MATRIX-ID
                 MOVE 'E' TO DRF-SCAN-EOF
              ELSE
                 IF MDL-LINE-NO = 1
                    IF MODEL-STAMP IS NOT NUMERIC
                       OR MDL-RUN-DATE < MODEL-STAMP-DATE
                       OR (MDL-RUN-DATE = MODEL-STAMP-DATE
                           AND MDL-RUN-TIME < MODEL-STAMP-TIME)
                       MOVE 'Y' TO DRF-PREV-FOUND
                       MOVE MDL-RUN-DATE TO DRF-PREV-DATE
                       MOVE MDL-RUN-TIME TO DRF-PREV-TIME
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * Reads the previous deck back line by line: the header fixes
      * its shape and how many optional records (labels, bounds,
      * weights, constraints, units, scenario names, target) sit
      * between it and the data, then dense rows or triplets fill
      * DRF-OLD-MATRIX.
       LOAD-PREVIOUS-MODEL-RUN.
           MOVE SPACE TO DRF-SHAPE
           MOVE 0 TO DRF-DATA-COUNTER
           MOVE 0 TO DRF-SKIP-LINES
           MOVE SPACE TO DRF-SCAN-EOF
           MOVE CTL-MATRIX-ID TO MDL-MATRIX-ID
           MOVE DRF-PREV-DATE TO MDL-RUN-DATE
           MOVE DRF-PREV-TIME TO MDL-RUN-TIME
           MOVE ZERO TO MDL-LINE-NO
           START MODEL-FILE KEY NOT < MDL-KEY
               INVALID KEY MOVE 'E' TO DRF-SCAN-EOF
           END-START
           PERFORM LOAD-ONE-MODEL-LINE UNTIL DRF-SCAN-EOF = 'E'
           .

       LOAD-ONE-MODEL-LINE.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE 'E' TO DRF-SCAN-EOF
           END-READ
           IF DRF-SCAN-EOF NOT = 'E'
              IF MDL-MATRIX-ID NOT = CTL-MATRIX-ID
                 OR MDL-RUN-DATE NOT = DRF-PREV-DATE
                 OR MDL-RUN-TIME NOT = DRF-PREV-TIME
                 OR DRF-SHAPE-CHANGED
                 MOVE 'E' TO DRF-SCAN-EOF
              ELSE
                 EVALUATE TRUE
                     WHEN MDL-LINE-NO = 1
                         PERFORM TAKE-PREVIOUS-HEADER
                     WHEN DRF-SKIP-LINES > 0
                         SUBTRACT 1 FROM DRF-SKIP-LINES
                     WHEN DRF-OLD-FORMAT = 'K'
                         PERFORM TAKE-PREVIOUS-TRIPLET
                     WHEN DRF-DATA-COUNTER < DRF-OLD-ROWS
                         ADD 1 TO DRF-DATA-COUNTER
                         PERFORM VARYING DRF-COL FROM 1 BY 1
                                 UNTIL DRF-COL > DRF-OLD-UNKNOWNS
                             MOVE MDL-LINE(((DRF-COL - 1) * 9) + 1 : 9)
                                 TO DRF-CELL-EDIT
                             MOVE DRF-CELL-EDIT TO
                                 DRF-OLD-VALUE(DRF-DATA-COUNTER,
                                               DRF-COL)
                         END-PERFORM
                     WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .

       TAKE-PREVIOUS-HEADER.
           SET DRF-SHAPE-CHANGED TO TRUE
           IF MDL-LINE(1:3) IS NUMERIC
              MOVE MDL-LINE(1:3) TO DRF-OLD-COLUMNS
              COMPUTE DRF-OLD-UNKNOWNS = DRF-OLD-COLUMNS - 1
              MOVE MDL-LINE(5:3) TO DRF-OLD-EQUATIONS
              IF DRF-OLD-EQUATIONS IS NUMERIC
                 AND DRF-OLD-EQUATIONS > 0
                 MOVE DRF-OLD-EQUATIONS TO DRF-OLD-ROWS
              ELSE
                 MOVE DRF-OLD-UNKNOWNS TO DRF-OLD-ROWS
              END-IF
              IF DRF-OLD-UNKNOWNS = NUMBER-OF-UNKNOWNS
                 AND DRF-OLD-ROWS = NUMBER-OF-ROWS
                 SET DRF-SHAPE-SAME TO TRUE
              END-IF
           END-IF
           IF DRF-SHAPE-SAME
              MOVE MDL-LINE(21:1) TO DRF-OLD-FORMAT
              IF MDL-LINE(4:1) = 'L'
                 ADD 1 TO DRF-SKIP-LINES
              END-IF
              IF MDL-LINE(25:1) = 'B'
                 ADD 1 TO DRF-SKIP-LINES
              END-IF
              IF MDL-LINE(26:1) = 'W'
                 ADD 1 TO DRF-SKIP-LINES
              END-IF
              IF MDL-LINE(35:1) = 'C'
                 ADD 1 TO DRF-SKIP-LINES
              END-IF
              IF MDL-LINE(36:1) = 'U'
                 ADD 1 TO DRF-SKIP-LINES
              END-IF
              IF MDL-LINE(37:1) = 'N'
                 ADD 1 TO DRF-SKIP-LINES
              END-IF
              IF MDL-LINE(18:1) = 'T'
                 ADD 1 TO DRF-SKIP-LINES
              END-IF
      *       A triplet deck names only its non-zero cells.
              PERFORM VARYING DRF-ROW FROM 1 BY 1
                      UNTIL DRF-ROW > DRF-OLD-ROWS
                  AFTER DRF-COL FROM 1 BY 1
                      UNTIL DRF-COL > DRF-OLD-UNKNOWNS
                  MOVE 0 TO DRF-OLD-VALUE(DRF-ROW, DRF-COL)
              END-PERFORM
           END-IF
           .

      * Row 000 closes the stored matrix; right-hand-side cells and
      * anything outside the coefficient block are passed over.
       TAKE-PREVIOUS-TRIPLET.
           MOVE MDL-LINE(1:3) TO DRF-TRIP-ROW
           MOVE MDL-LINE(5:3) TO DRF-TRIP-COL
           IF DRF-TRIP-ROW IS NUMERIC AND DRF-TRIP-COL IS NUMERIC
              IF DRF-TRIP-ROW = 0
                 MOVE 'E' TO DRF-SCAN-EOF
              ELSE
                 IF DRF-TRIP-ROW NOT > DRF-OLD-ROWS
                    AND DRF-TRIP-COL > 0
                    AND DRF-TRIP-COL NOT > DRF-OLD-UNKNOWNS
                    MOVE MDL-LINE(9:9) TO DRF-CELL-EDIT
                    MOVE DRF-CELL-EDIT TO
                        DRF-OLD-VALUE(DRF-TRIP-ROW, DRF-TRIP-COL)
                 END-IF
              END-IF
           END-IF
           .

       COMPARE-ONE-COEFFICIENT.
           MOVE E-MATRIX-VALUE(DRF-ROW, DRF-COL) TO DRF-NEW
           MOVE DRF-OLD-VALUE(DRF-ROW, DRF-COL) TO DRF-OLD
           MOVE SPACE TO DRF-CELL-FLAG
           MOVE 0 TO DRF-CHANGE-PCT
           EVALUATE TRUE
               WHEN DRF-NEW = DRF-OLD
                   CONTINUE
               WHEN DRF-OLD = 0 OR DRF-NEW = 0
                   MOVE 'Z' TO DRF-CELL-FLAG
               WHEN OTHER
                   COMPUTE DRF-DIFF = DRF-NEW - DRF-OLD
                   IF DRF-DIFF < 0
                      COMPUTE DRF-DIFF = 0 - DRF-DIFF
                   END-IF
                   MOVE DRF-OLD TO DRF-BASE
                   IF DRF-BASE < 0
                      COMPUTE DRF-BASE = 0 - DRF-BASE
                   END-IF
                   COMPUTE DRF-CHANGE-PCT ROUNDED =
                       DRF-DIFF * 100 / DRF-BASE
                   IF DRF-CHANGE-PCT > DRIFT-PCT
                      MOVE 'P' TO DRF-CELL-FLAG
                   END-IF
           END-EVALUATE
           IF DRF-CELL-FLAG NOT = SPACE
              ADD 1 TO DRF-CELL-COUNTER
              IF DRF-CELL-COUNTER = 1
                 PERFORM WRITE-DRIFT-HEADER
              END-IF
              MOVE DRF-ROW TO DRF-PRINT-ROW
              MOVE DRF-COL TO DRF-PRINT-COL
              MOVE DRF-OLD TO DRF-PRINT-OLD
              MOVE DRF-NEW TO DRF-PRINT-NEW
              MOVE SPACES TO DRIFT-RECORD
              IF DRF-CELL-FLAG = 'Z'
                 STRING '  ROW ' DRF-PRINT-ROW ' COL ' DRF-PRINT-COL
                     ' WAS ' DRF-PRINT-OLD ' NOW ' DRF-PRINT-NEW
                     '  ZERO/NON-ZERO' DELIMITED BY SIZE
                     INTO DRIFT-RECORD
              ELSE
                 MOVE DRF-CHANGE-PCT TO DRF-PRINT-PCT
                 STRING '  ROW ' DRF-PRINT-ROW ' COL ' DRF-PRINT-COL
                     ' WAS ' DRF-PRINT-OLD ' NOW ' DRF-PRINT-NEW
                     ' ' DRF-PRINT-PCT ' PCT' DELIMITED BY SIZE
                     INTO DRIFT-RECORD
              END-IF
              WRITE DRIFT-RECORD
           END-IF
           .

       WRITE-DRIFT-HEADER.
           MOVE CTL-BATCH-SEQUENCE TO PRF-PRINT-SEQ
           MOVE DRIFT-PCT TO DRF-PRINT-LIMIT
           MOVE SPACES TO DRIFT-RECORD
           STRING 'DRIFT MATRIX ' PRF-PRINT-SEQ ' ID ' CTL-MATRIX-ID
               ' LIMIT ' DRF-PRINT-LIMIT ' PCT' DELIMITED BY SIZE
               INTO DRIFT-RECORD
           WRITE DRIFT-RECORD
           MOVE SPACES TO DRIFT-RECORD
           STRING '  PREVIOUS RUN ' DRF-PREV-DATE ' ' DRF-PREV-TIME
               DELIMITED BY SIZE INTO DRIFT-RECORD
           WRITE DRIFT-RECORD
           .

      * The closing line says what the policy made of it; under the
      * warn policy the run log gets the same word here, while a
      * hold is logged where MAINRUN turns the matrix away.
       WRITE-DRIFT-TRAILER.
           MOVE DRF-CELL-COUNTER TO DRF-PRINT-COUNT
           MOVE SPACES TO DRIFT-RECORD
           IF DRIFT-POLICY-HOLD
              SET DRIFT-HELD TO TRUE
              STRING '  ' DRF-PRINT-COUNT ' CELL(S) DRIFTED - '
                  'MATRIX HELD' DELIMITED BY SIZE INTO DRIFT-RECORD
           ELSE
              STRING '  ' DRF-PRINT-COUNT ' CELL(S) DRIFTED - '
                  'WARNING ONLY' DELIMITED BY SIZE INTO DRIFT-RECORD
              DISPLAY 'WARNING: ' DRF-PRINT-COUNT
                  ' COEFFICIENT(S) DRIFTED FROM THE PREVIOUS RUN'
              SET LOG-SEV-WARNING TO TRUE
              MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
              MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING 'COEFFICIENT DRIFT - ' DRF-PRINT-COUNT
                  ' CELL(S) - SEE drift.txt' DELIMITED BY SIZE
                  INTO LOG-TEXT
              PERFORM WRITE-RUN-LOG
           END-IF
           WRITE DRIFT-RECORD
           .

      * BUILD-NORMAL-EQUATIONS folds the over-determined E-MATRIX (one
      * row per equation, MAX-ROWS of them) down into the
      * NUMBER-OF-UNKNOWNS square system A-transpose-A x = A-transpose
           END-IF
           .

      * The target record is taken as read; whether its variable and
      * row make sense is only decided once the matrix is loaded.
       LOAD-TARGET-RECORD.
           READ FD-MATRIX INTO D-TARGET-RECORD
               AT END MOVE 'C' TO INPUT-DATA-EOF
           END-READ
           MOVE SPACE TO TARGET-PENDING
           IF INPUT-DATA-EOF NOT = 'C'
              MOVE 'Y' TO TARGET-LOADED
              MOVE D-TGT-VARIABLE TO TGT-VARIABLE-TEXT
              MOVE D-TGT-ROW TO TGT-ROW-TEXT
              MOVE D-TGT-VALUE TO CTL-TGT-VALUE
           END-IF
           .

      * Target seek rides on the multi-column machinery: the movable
      * row's unit vector goes along as a second right-hand side, so
      * the one elimination also yields how every variable responds
      * to that input. The output step does the rest. A request the
      * matrix cannot honor (no target record, a variable or row
      * that is not there, scenario columns already in use) drops
      * back to a plain solve with a warning, like sensitivity.
       BUILD-TARGET-COLUMN.
           MOVE 0 TO CTL-TGT-VARIABLE
           MOVE 0 TO CTL-TGT-ROW
           IF TARGET-LOADED = 'Y'
              MOVE TGT-VARIABLE-TEXT TO TGT-LOOKUP-TEXT
              PERFORM RESOLVE-TARGET-POSITION
              MOVE TGT-POSITION TO CTL-TGT-VARIABLE
              MOVE TGT-ROW-TEXT TO TGT-LOOKUP-TEXT
              PERFORM RESOLVE-TARGET-POSITION
              MOVE TGT-POSITION TO CTL-TGT-ROW
           END-IF

           EVALUATE TRUE
               WHEN CTL-TGT-VARIABLE = 0 OR CTL-TGT-ROW = 0
                   DISPLAY 'TARGET SEEK DROPPED - TARGET VARIABLE OR '
                       'ROW NOT IN MODEL'
                   SET LOG-SEV-WARNING TO TRUE
                   MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                   MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                   MOVE SPACES TO LOG-TEXT
                   STRING 'TARGET SEEK DROPPED - TARGET VARIABLE OR '
                       'ROW NOT IN MODEL' DELIMITED BY SIZE
                       INTO LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE SPACE TO CTL-PROCESS-MODE
               WHEN CTL-RHS-COUNT NOT = 1
                 OR NUMBER-OF-UNKNOWNS + 2 > GS-MAX-COLS
                   DISPLAY 'TARGET SEEK DROPPED - COLUMNS DO NOT '
                       'FIT THE MATRIX TABLE'
                   SET LOG-SEV-WARNING TO TRUE
                   MOVE CTL-BATCH-SEQUENCE TO LOG-SEQUENCE
                   MOVE CTL-MATRIX-ID TO LOG-MATRIX-ID
                   MOVE SPACES TO LOG-TEXT
                   STRING 'TARGET SEEK DROPPED - COLUMNS DO NOT '
                       'FIT' DELIMITED BY SIZE INTO LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE SPACE TO CTL-PROCESS-MODE
               WHEN OTHER
                   MOVE E-MATRIX-VALUE(CTL-TGT-ROW,
                       NUMBER-OF-UNKNOWNS + 1) TO CTL-TGT-SUBMITTED
                   PERFORM VARYING TGT-ROW FROM 1 BY 1
                           UNTIL TGT-ROW > NUMBER-OF-UNKNOWNS
                       IF TGT-ROW = CTL-TGT-ROW
                          MOVE 1 TO E-MATRIX-VALUE(TGT-ROW,
                              NUMBER-OF-UNKNOWNS + 2)
                       ELSE
                          MOVE 0 TO E-MATRIX-VALUE(TGT-ROW,
                              NUMBER-OF-UNKNOWNS + 2)
                       END-IF
                   END-PERFORM
                   MOVE 2 TO CTL-RHS-COUNT
                   COMPUTE NUMBER-OF-COLUMNS = NUMBER-OF-UNKNOWNS + 2
           END-EVALUATE
           .

      * A three-digit number (001, 012, ...) is taken as a position;
      * anything else is looked up among the label record's labels.
      * Zero means not found.
       RESOLVE-TARGET-POSITION.
           MOVE 0 TO TGT-POSITION
           IF TGT-LOOKUP-TEXT(1:3) IS NUMERIC
              AND TGT-LOOKUP-TEXT(4:7) = SPACES
              MOVE TGT-LOOKUP-TEXT(1:3) TO TGT-NUMBER
              IF TGT-NUMBER > 0 AND TGT-NUMBER NOT > NUMBER-OF-UNKNOWNS
                 MOVE TGT-NUMBER TO TGT-POSITION
              END-IF
           ELSE
              IF TGT-LOOKUP-TEXT NOT = SPACES
                 PERFORM VARYING TGT-ROW FROM 1 BY 1
                         UNTIL TGT-ROW > NUMBER-OF-UNKNOWNS
                            OR TGT-POSITION > 0
                     IF LBL-ROW-LABEL(TGT-ROW) = TGT-LOOKUP-TEXT
                        MOVE TGT-ROW TO TGT-POSITION
                     END-IF
                 END-PERFORM
              END-IF
           END-IF
           .

      * Borders the freshly built normal equations with the hard
      * constraint rows: the fold's right-hand side moves out past
      * the new multiplier columns, each unknown's row gains the
                      NUMBER-OF-UNKNOWNS + HARD-COUNT + 1)
           END-PERFORM
           .

      * Goodness of fit for a least-squares run, appended to the run's
      * report block once the output step has written it. Every
      * original equation is measured against the fitted values the
      * solve handed back: its residual (right-hand side less the
      * fitted left-hand side) and weighted residual, with the three
      * largest weighted residuals flagged WORST FIT 1 to 3 and the
      * hard equations marked as held exact. Then the weighted
      * residual sum of squares, the degrees of freedom left (the
      * weighted equations less the unknowns the hard equations do
      * not already pin), the standard error of the fit, R-squared
      * against the weighted mean right-hand side, and each fitted
      * value's standard error from the solve's variance figures.
      * Every line either opens with EQUATION or is indented, so no
      * reader of the report takes one for a solved value.
       WRITE-FIT-STATISTICS.
           MOVE 0 TO FIT-RSS
           MOVE 0 TO FIT-OBSERVATIONS
           MOVE 0 TO FIT-WEIGHT-SUM
           MOVE 0 TO FIT-WEIGHTED-RHS
           PERFORM VARYING FIT-ROW FROM 1 BY 1
                   UNTIL FIT-ROW > NUMBER-OF-ROWS
               PERFORM MEASURE-ONE-EQUATION
           END-PERFORM

           PERFORM VARYING FIT-RANK FROM 1 BY 1 UNTIL FIT-RANK > 3
               PERFORM RANK-NEXT-WORST-EQUATION
           END-PERFORM

           MOVE 0 TO FIT-TSS
           IF FIT-WEIGHT-SUM > 0
              COMPUTE FIT-MEAN ROUNDED =
                  FIT-WEIGHTED-RHS / FIT-WEIGHT-SUM
              PERFORM VARYING FIT-ROW FROM 1 BY 1
                      UNTIL FIT-ROW > NUMBER-OF-ROWS
                  IF EQUATION-CONSTRAINT(FIT-ROW) NOT = 'H'
                     AND EQUATION-WEIGHT(FIT-ROW) > 0
                     MOVE E-MATRIX-VALUE(FIT-ROW,
                         NUMBER-OF-UNKNOWNS + 1) TO FIT-RHS
                     COMPUTE FIT-TSS = FIT-TSS
                         + EQUATION-WEIGHT(FIT-ROW)
                         * (FIT-RHS - FIT-MEAN) * (FIT-RHS - FIT-MEAN)
                  END-IF
              END-PERFORM
           END-IF
           COMPUTE FIT-DOF = FIT-OBSERVATIONS
               - (NUMBER-OF-UNKNOWNS - HARD-COUNT)

           OPEN EXTEND FIT-REPORT-FILE
           MOVE 'EQUATIONS FITTED - GOODNESS OF FIT'
               TO FIT-REPORT-RECORD
           WRITE FIT-REPORT-RECORD
           PERFORM VARYING FIT-ROW FROM 1 BY 1
                   UNTIL FIT-ROW > NUMBER-OF-ROWS
               PERFORM WRITE-FIT-EQUATION-LINES
           END-PERFORM

           MOVE FIT-RSS TO FIT-PRINT-BIG
           MOVE SPACES TO FIT-REPORT-RECORD
           STRING '  RESIDUAL SUM SQ     ' FIT-PRINT-BIG
               DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           WRITE FIT-REPORT-RECORD
           MOVE FIT-DOF TO FIT-PRINT-DOF
           MOVE SPACES TO FIT-REPORT-RECORD
           STRING '  DEGREES FREEDOM     ' FIT-PRINT-DOF
               DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           WRITE FIT-REPORT-RECORD

      *    No degrees of freedom left means the fit passes through
      *    every equation by construction and says nothing about its
      *    own error.
           MOVE SPACES TO FIT-REPORT-RECORD
           IF FIT-DOF > 0
              COMPUTE FIT-VARIANCE ROUNDED = FIT-RSS / FIT-DOF
              MOVE FIT-VARIANCE TO FIT-ROOT-INPUT
              PERFORM TAKE-FIT-SQUARE-ROOT
              MOVE FIT-ROOT TO FIT-PRINT-BIG
              STRING '  STD ERROR OF FIT    ' FIT-PRINT-BIG
                  DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           ELSE
              MOVE '  STD ERROR OF FIT    NOT AVAILABLE'
                  TO FIT-REPORT-RECORD
           END-IF
           WRITE FIT-REPORT-RECORD

           MOVE SPACES TO FIT-REPORT-RECORD
           IF FIT-TSS > 0
              COMPUTE FIT-R-SQUARED ROUNDED = 1 - FIT-RSS / FIT-TSS
                  ON SIZE ERROR
                     MOVE -99999 TO FIT-R-SQUARED
              END-COMPUTE
              MOVE FIT-R-SQUARED TO FIT-PRINT-RATIO
              STRING '  R-SQUARED           ' FIT-PRINT-RATIO
                  DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           ELSE
              MOVE '  R-SQUARED           NOT AVAILABLE'
                  TO FIT-REPORT-RECORD
           END-IF
           WRITE FIT-REPORT-RECORD

           IF FIT-DOF > 0
              PERFORM VARYING FIT-COL FROM 1 BY 1
                      UNTIL FIT-COL > NUMBER-OF-UNKNOWNS
                  PERFORM WRITE-FIT-VARIABLE-LINE
              END-PERFORM
           ELSE
              MOVE '  VARIABLE STD ERRORS NOT AVAILABLE'
                  TO FIT-REPORT-RECORD
              WRITE FIT-REPORT-RECORD
           END-IF
           CLOSE FIT-REPORT-FILE
           .

      * Residual and weighted residual of equation FIT-ROW against
      * the fitted values; a weighted equation also feeds the
      * residual sum of squares and the weighted mean right-hand
      * side. A hard equation is held exact and feeds neither.
       MEASURE-ONE-EQUATION.
           MOVE 0 TO FIT-RANK-OF(FIT-ROW)
           MOVE 0 TO FIT-ACCUM
           PERFORM VARYING FIT-COL FROM 1 BY 1
                   UNTIL FIT-COL > NUMBER-OF-UNKNOWNS
               MOVE E-MATRIX-VALUE(FIT-ROW, FIT-COL) TO FIT-CELL
               COMPUTE FIT-ACCUM = FIT-ACCUM
                   + FIT-CELL * CTL-FIT-X(FIT-COL)
           END-PERFORM
           MOVE E-MATRIX-VALUE(FIT-ROW, NUMBER-OF-UNKNOWNS + 1)
               TO FIT-RHS
           COMPUTE FIT-RESIDUAL(FIT-ROW) = FIT-RHS - FIT-ACCUM
           MOVE 0 TO FIT-WRESIDUAL(FIT-ROW)
           IF EQUATION-CONSTRAINT(FIT-ROW) NOT = 'H'
              AND EQUATION-WEIGHT(FIT-ROW) > 0
              MOVE EQUATION-WEIGHT(FIT-ROW) TO FIT-ROOT-INPUT
              PERFORM TAKE-FIT-SQUARE-ROOT
              COMPUTE FIT-WRESIDUAL(FIT-ROW) ROUNDED =
                  FIT-RESIDUAL(FIT-ROW) * FIT-ROOT
              COMPUTE FIT-RSS = FIT-RSS
                  + FIT-WRESIDUAL(FIT-ROW) * FIT-WRESIDUAL(FIT-ROW)
              ADD 1 TO FIT-OBSERVATIONS
              ADD EQUATION-WEIGHT(FIT-ROW) TO FIT-WEIGHT-SUM
              COMPUTE FIT-WEIGHTED-RHS = FIT-WEIGHTED-RHS
                  + EQUATION-WEIGHT(FIT-ROW) * FIT-RHS
           END-IF
           .

      * Flags the largest weighted residual not already ranked as
      * WORST FIT FIT-RANK; an exact fit leaves nothing to flag.
       RANK-NEXT-WORST-EQUATION.
           MOVE 0 TO FIT-WORST-ROW
           MOVE 0 TO FIT-WORST-ABS
           PERFORM VARYING FIT-ROW FROM 1 BY 1
                   UNTIL FIT-ROW > NUMBER-OF-ROWS
               MOVE FIT-WRESIDUAL(FIT-ROW) TO FIT-ABS-WORK
               IF FIT-ABS-WORK < 0
                  COMPUTE FIT-ABS-WORK = FIT-ABS-WORK * -1
               END-IF
               IF FIT-RANK-OF(FIT-ROW) = 0
                  AND FIT-ABS-WORK > FIT-WORST-ABS
                  MOVE FIT-ABS-WORK TO FIT-WORST-ABS
                  MOVE FIT-ROW TO FIT-WORST-ROW
               END-IF
           END-PERFORM
           IF FIT-WORST-ROW > 0
              MOVE FIT-RANK TO FIT-RANK-OF(FIT-WORST-ROW)
           END-IF
           .

      * Three lines per equation, worded to fit the 40-column report
      * line: its number, label and flag, then the two residuals.
       WRITE-FIT-EQUATION-LINES.
           MOVE FIT-ROW TO FIT-PRINT-NUMBER
           MOVE SPACES TO FIT-REPORT-RECORD
           EVALUATE TRUE
               WHEN EQUATION-CONSTRAINT(FIT-ROW) = 'H'
                   STRING 'EQUATION ' FIT-PRINT-NUMBER ' '
                       FIT-EQ-LABEL(FIT-ROW) ' HELD EXACT'
                       DELIMITED BY SIZE INTO FIT-REPORT-RECORD
               WHEN FIT-RANK-OF(FIT-ROW) NOT = 0
                   STRING 'EQUATION ' FIT-PRINT-NUMBER ' '
                       FIT-EQ-LABEL(FIT-ROW) ' WORST FIT '
                       FIT-RANK-OF(FIT-ROW)
                       DELIMITED BY SIZE INTO FIT-REPORT-RECORD
               WHEN OTHER
                   STRING 'EQUATION ' FIT-PRINT-NUMBER ' '
                       FIT-EQ-LABEL(FIT-ROW)
                       DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           END-EVALUATE
           WRITE FIT-REPORT-RECORD

           MOVE FIT-RESIDUAL(FIT-ROW) TO FIT-PRINT-RESID
           MOVE SPACES TO FIT-REPORT-RECORD
           STRING '  RESIDUAL          ' FIT-PRINT-RESID
               DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           WRITE FIT-REPORT-RECORD
           MOVE FIT-WRESIDUAL(FIT-ROW) TO FIT-PRINT-RESID
           MOVE SPACES TO FIT-REPORT-RECORD
           STRING '  WEIGHTED RESIDUAL ' FIT-PRINT-RESID
               DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           WRITE FIT-REPORT-RECORD
           .

      * Standard error of fitted value FIT-COL: the fit's variance
      * times the solve's variance figure for it, square-rooted. The
      * name is the variable's label, or Xn as on the solution lines.
       WRITE-FIT-VARIABLE-LINE.
           IF LBL-ROW-LABEL(FIT-COL) = SPACES
              MOVE FIT-COL TO FIT-PRINT-VARIABLE
              MOVE SPACES TO FIT-NAME-TEXT
              STRING 'X' FIT-PRINT-VARIABLE
                  DELIMITED BY SIZE INTO FIT-NAME-TEXT
           ELSE
              MOVE LBL-ROW-LABEL(FIT-COL) TO FIT-NAME-TEXT
           END-IF
           COMPUTE FIT-ROOT-INPUT ROUNDED =
               FIT-VARIANCE * CTL-FIT-COVAR(FIT-COL)
           PERFORM TAKE-FIT-SQUARE-ROOT
           MOVE FIT-ROOT TO FIT-PRINT-BIG
           MOVE SPACES TO FIT-REPORT-RECORD
           STRING '  STD ERROR ' FIT-NAME-TEXT FIT-PRINT-BIG
               DELIMITED BY SIZE INTO FIT-REPORT-RECORD
           WRITE FIT-REPORT-RECORD
           .

      * Newton's iteration for the square root of FIT-ROOT-INPUT,
      * started from the input itself (or 1 below 1) and stopped
      * once a pass leaves the root unchanged. Nothing at or below
      * zero has a root worth printing; it comes back as zero.
       TAKE-FIT-SQUARE-ROOT.
           IF FIT-ROOT-INPUT NOT > 0
              MOVE 0 TO FIT-ROOT
           ELSE
              IF FIT-ROOT-INPUT < 1
                 MOVE 1 TO FIT-ROOT
              ELSE
                 MOVE FIT-ROOT-INPUT TO FIT-ROOT
              END-IF
              MOVE 0 TO FIT-ROOT-PREV
              PERFORM VARYING FIT-ROOT-PASS FROM 1 BY 1
                      UNTIL FIT-ROOT-PASS > 80
                         OR FIT-ROOT = FIT-ROOT-PREV
                  MOVE FIT-ROOT TO FIT-ROOT-PREV
                  COMPUTE FIT-ROOT ROUNDED =
                      (FIT-ROOT + FIT-ROOT-INPUT / FIT-ROOT) / 2
              END-PERFORM
           END-IF
           .
