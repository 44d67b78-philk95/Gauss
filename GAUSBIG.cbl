      *          appended to report.txt, a journal.txt record, this
      *          run's dispo.txt, heartbeat to status.txt, and the
      *          work-directory run lock around the whole job.
      *          A header or job in iterative mode (G) is tried by
      *          Gauss-Seidel first: one pass over the work file per
      *          sweep with only the unknowns vector in storage,
      *          after a diagonal-dominance pass; anything that is
      *          not dominant or does not settle within the ceiling
      *          goes through the elimination passes as before.
      *          Dense single-right-hand-side matrices only; label
      *          records are honored, the other optional records are
      *          consumed and noted as ignored.
              COPY "GAUSDSP.CPY".

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".

      *    Capacity of the large-system path; the in-core limits in
      *    GSLIMIT.CPY do not apply here, only the header's own
      *    three-digit column count and the staged row width do.
           01 HDR-WEIGHTS-FLAG             PIC X.
           01 HDR-CONSTRAINTS-FLAG         PIC X.
           01 HDR-UNITS-FLAG               PIC X.
           01 HDR-SCENARIOS-FLAG           PIC X.
           01 HDR-MODE-FLAG                PIC X.
           01 GB-MATRIX-ID                 PIC X(10).
           01 GB-SUBMITTER                 PIC X(8).
           01 IGNORED-RECORDS              PIC 9 COMP-3 VALUE ZERO.
           77 SINGULAR-SWITCH              PIC 9 VALUE 0.
               88 SINGULAR-MATRIX          VALUE 1.

      *    Iterative mode: the header's mode, or GAUSS_MODE when the
      *    header leaves it blank, with the same GAUSS_ITER_TOL
      *    (hundred-millionths) and GAUSS_ITER_LIMIT the in-core path
      *    reads. The unknowns vector is the only thing held; each
      *    sweep streams the rows past it.
           01 GB-PROCESS-MODE              PIC X.
              88 GB-MODE-ITERATIVE         VALUE 'G', 'g'.
           01 ITER-TOL-UNITS-TEXT          PIC 9(8).
           01 ITER-LIMIT-TEXT              PIC 9(4).
           01 GB-ITER-TOL                  PIC 9V9(8) COMP-3.
           01 GB-ITER-LIMIT                PIC 9(4) COMP-3.
           01 GB-ITER-COUNT                PIC 9(4) COMP-3.
           01 GB-ITER-CHANGE               PIC S9(7)V9(8) COMP-3.
           01 GB-ITER-OUTCOME              PIC X VALUE SPACE.
              88 GB-ITER-CONVERGED         VALUE 'C'.
              88 GB-ITER-NO-CONVERGENCE    VALUE 'N'.
              88 GB-ITER-NOT-DOMINANT      VALUE 'D'.
           01 GB-X-TABLE.
              05 GB-X                      PIC S9(7)V9(8) COMP-3
                 OCCURS 900.
           01 GB-ITER-ACCUM                PIC S9(11)V9(8) COMP-3.
           01 GB-ITER-NEW-X                PIC S9(7)V9(8) COMP-3.
           01 GB-ITER-DELTA                PIC S9(7)V9(8) COMP-3.
           01 GB-DIAG-ABS                  PIC S999V9999 COMP-3.
           01 GB-OFF-SUM                   PIC S9(6)V9999 COMP-3.
           01 GB-STRICT-ROWS               PIC 999 COMP-3.
           01 RPT-ITER-COUNT               PIC ZZZ9.
           01 RPT-ITER-CHANGE              PIC ZZZZZZ9.9(8).

           77 ITER-FAIL-SWITCH             PIC 9 VALUE 0.
               88 ITER-FAILED              VALUE 1.

           01 SEQ-BASE-TEXT                PIC 9(5).
           01 GB-SEQUENCE                  PIC 9(5) COMP-3 VALUE 1.

           MOVE 0 TO HBT-COMPLETED
           CALL 'GAUSBEAT' USING HEARTBEAT-REQUEST

           IF HDR-MODE-FLAG = SPACE
              MOVE SPACE TO GB-PROCESS-MODE
              ACCEPT GB-PROCESS-MODE FROM ENVIRONMENT "GAUSS_MODE"
           ELSE
              MOVE HDR-MODE-FLAG TO GB-PROCESS-MODE
           END-IF
           IF GB-MODE-ITERATIVE
              PERFORM ITERATIVE-SOLVE
           END-IF

           IF NOT GB-ITER-CONVERGED
              PERFORM ELIMINATE-ONE-COLUMN
                  VARYING I-COLUMN FROM 1 BY 1
                  UNTIL I-COLUMN > GB-ROWS OR SINGULAR-MATRIX
           END-IF

           ACCEPT JRN-END-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-END-TIME FROM TIME
                 MOVE INPUT-RECORD(26:1) TO HDR-WEIGHTS-FLAG
                 MOVE INPUT-RECORD(35:1) TO HDR-CONSTRAINTS-FLAG
                 MOVE INPUT-RECORD(36:1) TO HDR-UNITS-FLAG
                 MOVE INPUT-RECORD(37:1) TO HDR-SCENARIOS-FLAG
                 MOVE INPUT-RECORD(18:1) TO HDR-MODE-FLAG
                 MOVE INPUT-RECORD(27:8) TO GB-SUBMITTER
      *          Only a square dense single-column system is in
      *          scope; the header has to agree.
           CLOSE FD-MATRIX
           .

      * The bounds/weights/constraints/units/scenario-name records
      * ride between
      * the labels and the data rows; the large path cannot honor
      * them, so they are read off and said so, once each.
       CONSUME-UNSUPPORTED-RECORDS.
              END-READ
              ADD 1 TO IGNORED-RECORDS
           END-IF
           IF HDR-SCENARIOS-FLAG = 'N' AND MATRIX-EOF NOT = 'X'
              READ FD-MATRIX
                  AT END MOVE 'X' TO MATRIX-EOF
              END-READ
              ADD 1 TO IGNORED-RECORDS
           END-IF
           IF HDR-MODE-FLAG = 'T' AND MATRIX-EOF NOT = 'X'
              READ FD-MATRIX
                  AT END MOVE 'X' TO MATRIX-EOF
              END-READ
              ADD 1 TO IGNORED-RECORDS
           END-IF
           IF IGNORED-RECORDS > 0
              DISPLAY IGNORED-RECORDS ' OPTIONAL RECORD(S) IGNORED '
                  'ON THE LARGE-SYSTEM PATH'
           WRITE REPORT-RECORD
           MOVE 'LARGE SYSTEM - OUT-OF-CORE SOLVE' TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF GB-MODE-ITERATIVE
              PERFORM WRITE-ITERATIVE-LINES
           END-IF

      *    A converged iteration leaves the work file as it was
      *    staged; its answers are the unknowns vector.
           IF GB-ITER-CONVERGED
              PERFORM VARYING GB-ROW-INDEX FROM 1 BY 1
                      UNTIL GB-ROW-INDEX > GB-ROWS
                  COMPUTE RPT-SOLVED-VALUE ROUNDED = GB-X(GB-ROW-INDEX)
                  PERFORM WRITE-SOLVED-VALUE-LINE
              END-PERFORM
           ELSE
              OPEN INPUT WORK-A-FILE
              MOVE SPACE TO WORK-EOF
              MOVE 0 TO GB-ROW-INDEX
              PERFORM UNTIL WORK-EOF = 'E'
                  READ WORK-A-FILE
                      AT END MOVE 'E' TO WORK-EOF
                      NOT AT END
                          ADD 1 TO GB-ROW-INDEX
                          PERFORM WRITE-ONE-SOLVED-LINE
                  END-READ
              END-PERFORM
              CLOSE WORK-A-FILE
           END-IF
           CLOSE REPORT-FILE
           .

           MOVE GB-EDIT TO GB-CURR-CELL(1)
           COMPUTE GB-WORK = GB-CURR-CELL(1) / GB-PIVOT-CELL(1)
           MOVE GB-WORK TO RPT-SOLVED-VALUE
           PERFORM WRITE-SOLVED-VALUE-LINE
           .

       WRITE-SOLVED-VALUE-LINE.
           MOVE GB-ROW-INDEX TO RPT-VARIABLE-NUMBER
           MOVE SPACES TO REPORT-RECORD
           IF GB-LABEL(GB-ROW-INDEX) = SPACES
           WRITE REPORT-RECORD
           .

      * Same outcome block as the in-core report gives an iterative
      * run, so the desks read both paths alike.
       WRITE-ITERATIVE-LINES.
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN GB-ITER-CONVERGED
                  MOVE 'ITERATIVE SOLVE - CONVERGED' TO REPORT-RECORD
               WHEN GB-ITER-NOT-DOMINANT
                  MOVE 'ITERATIVE SOLVE - NOT DIAG. DOMINANT'
                      TO REPORT-RECORD
               WHEN OTHER
                  MOVE 'ITERATIVE SOLVE - NO CONVERGENCE'
                      TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           IF NOT GB-ITER-NOT-DOMINANT
              MOVE GB-ITER-COUNT TO RPT-ITER-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING 'ITERATIONS   ' RPT-ITER-COUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE GB-ITER-CHANGE TO RPT-ITER-CHANGE
              MOVE SPACES TO REPORT-RECORD
              STRING 'FINAL CHANGE ' RPT-ITER-CHANGE
                  DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF NOT GB-ITER-CONVERGED
              MOVE 'SOLVED BY DIRECT ELIMINATION' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           .

       WRITE-SINGULAR-REPORT.
           OPEN EXTEND REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           WRITE DISPO-RECORD
           CLOSE DISPO-FILE
           .

      * Iterative mode: a dominance pass over the staged rows, then
      * Gauss-Seidel sweeps from a zero start -- one read of the work
      * file per sweep, each row updating its own unknown from the
      * freshest values of the others -- until the largest change in
      * a sweep is inside the tolerance. The work file itself is
      * never rewritten, so a fallback eliminates exactly what was
      * staged.
       ITERATIVE-SOLVE.
           MOVE GS-DFLT-ITER-TOL TO GB-ITER-TOL
           MOVE ZERO TO ITER-TOL-UNITS-TEXT
           ACCEPT ITER-TOL-UNITS-TEXT
               FROM ENVIRONMENT "GAUSS_ITER_TOL"
           IF ITER-TOL-UNITS-TEXT IS NUMERIC
              AND ITER-TOL-UNITS-TEXT > 0
              COMPUTE GB-ITER-TOL = ITER-TOL-UNITS-TEXT / 100000000
           END-IF
           MOVE GS-DFLT-ITER-LIMIT TO GB-ITER-LIMIT
           MOVE ZERO TO ITER-LIMIT-TEXT
           ACCEPT ITER-LIMIT-TEXT
               FROM ENVIRONMENT "GAUSS_ITER_LIMIT"
           IF ITER-LIMIT-TEXT IS NUMERIC
              AND ITER-LIMIT-TEXT > 0
              MOVE ITER-LIMIT-TEXT TO GB-ITER-LIMIT
           END-IF

           MOVE 0 TO ITER-FAIL-SWITCH
           MOVE 0 TO GB-ITER-COUNT
           MOVE 0 TO GB-ITER-CHANGE
           MOVE SPACE TO GB-ITER-OUTCOME
           PERFORM CHECK-DOMINANCE-PASS
           IF GB-ITER-NOT-DOMINANT
              DISPLAY 'NOT DIAGONALLY DOMINANT - SOLVING BY '
                  'ELIMINATION'
           ELSE
              PERFORM SETTLE-UNKNOWNS
           END-IF
           .

       SETTLE-UNKNOWNS.
           PERFORM VARYING GB-ROW-INDEX FROM 1 BY 1
                   UNTIL GB-ROW-INDEX > GB-ROWS
               MOVE 0 TO GB-X(GB-ROW-INDEX)
           END-PERFORM
           MOVE 9999999 TO GB-ITER-CHANGE
           PERFORM SWEEP-PASS
               UNTIL GB-ITER-CHANGE NOT > GB-ITER-TOL
                  OR GB-ITER-COUNT NOT < GB-ITER-LIMIT
                  OR ITER-FAILED

      *    A settled answer must also fit the solution PICTURE.
           PERFORM VARYING GB-ROW-INDEX FROM 1 BY 1
                   UNTIL GB-ROW-INDEX > GB-ROWS
               IF GB-X(GB-ROW-INDEX) > 999.9999
                  OR GB-X(GB-ROW-INDEX) < -999.9999
                  SET ITER-FAILED TO TRUE
               END-IF
           END-PERFORM
           IF ITER-FAILED OR GB-ITER-CHANGE > GB-ITER-TOL
              SET GB-ITER-NO-CONVERGENCE TO TRUE
              DISPLAY 'ITERATION DID NOT CONVERGE - SOLVING BY '
                  'ELIMINATION'
           ELSE
              SET GB-ITER-CONVERGED TO TRUE
              DISPLAY 'ITERATIVE SOLVE CONVERGED AFTER '
                  GB-ITER-COUNT ' SWEEPS'
           END-IF
           .

       CHECK-DOMINANCE-PASS.
           MOVE 0 TO GB-STRICT-ROWS
           OPEN INPUT WORK-A-FILE
           MOVE SPACE TO WORK-EOF
           MOVE 0 TO GB-ROW-INDEX
           PERFORM UNTIL WORK-EOF = 'E'
               READ WORK-A-FILE
                   AT END MOVE 'E' TO WORK-EOF
                   NOT AT END
                       ADD 1 TO GB-ROW-INDEX
                       MOVE WORK-A-RECORD TO GB-ROW-TEXT
                       PERFORM PARSE-ROW-TO-CURRENT
                       PERFORM CHECK-ONE-ROW-DOMINANCE
               END-READ
           END-PERFORM
           CLOSE WORK-A-FILE
           IF GB-STRICT-ROWS = 0
              SET GB-ITER-NOT-DOMINANT TO TRUE
           END-IF
           .

       CHECK-ONE-ROW-DOMINANCE.
           MOVE 0 TO GB-OFF-SUM
           MOVE 0 TO GB-DIAG-ABS
           PERFORM VARYING GB-COL FROM 1 BY 1
                   UNTIL GB-COL > GB-UNKNOWNS
               MOVE GB-CURR-CELL(GB-COL) TO GB-CELL-ABS
               IF GB-CELL-ABS < 0
                  COMPUTE GB-CELL-ABS = GB-CELL-ABS * -1
               END-IF
               IF GB-COL = GB-ROW-INDEX
                  MOVE GB-CELL-ABS TO GB-DIAG-ABS
               ELSE
                  ADD GB-CELL-ABS TO GB-OFF-SUM
               END-IF
           END-PERFORM
           IF GB-DIAG-ABS = 0 OR GB-DIAG-ABS < GB-OFF-SUM
              SET GB-ITER-NOT-DOMINANT TO TRUE
           ELSE
              IF GB-DIAG-ABS > GB-OFF-SUM
                 ADD 1 TO GB-STRICT-ROWS
              END-IF
           END-IF
           .

       SWEEP-PASS.
           ADD 1 TO GB-ITER-COUNT
           MOVE 0 TO GB-ITER-CHANGE
           OPEN INPUT WORK-A-FILE
           MOVE SPACE TO WORK-EOF
           MOVE 0 TO GB-ROW-INDEX
           PERFORM UNTIL WORK-EOF = 'E'
               READ WORK-A-FILE
                   AT END MOVE 'E' TO WORK-EOF
                   NOT AT END
                       ADD 1 TO GB-ROW-INDEX
                       MOVE WORK-A-RECORD TO GB-ROW-TEXT
                       PERFORM PARSE-ROW-TO-CURRENT
                       IF NOT ITER-FAILED
                          PERFORM SWEEP-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-A-FILE
           .

       SWEEP-ONE-ROW.
           MOVE GB-CURR-CELL(GB-COLUMNS) TO GB-ITER-ACCUM
           PERFORM VARYING GB-COL FROM 1 BY 1
                   UNTIL GB-COL > GB-UNKNOWNS OR ITER-FAILED
               IF GB-COL NOT = GB-ROW-INDEX
                  COMPUTE GB-ITER-ACCUM = GB-ITER-ACCUM -
                      GB-CURR-CELL(GB-COL) * GB-X(GB-COL)
                      ON SIZE ERROR SET ITER-FAILED TO TRUE
                  END-COMPUTE
               END-IF
           END-PERFORM
           IF NOT ITER-FAILED
              COMPUTE GB-ITER-NEW-X ROUNDED = GB-ITER-ACCUM /
                  GB-CURR-CELL(GB-ROW-INDEX)
                  ON SIZE ERROR SET ITER-FAILED TO TRUE
              END-COMPUTE
           END-IF
           IF NOT ITER-FAILED
              COMPUTE GB-ITER-DELTA = GB-ITER-NEW-X - GB-X(GB-ROW-INDEX)
              IF GB-ITER-DELTA < 0
                 COMPUTE GB-ITER-DELTA = GB-ITER-DELTA * -1
              END-IF
              IF GB-ITER-DELTA > GB-ITER-CHANGE
                 MOVE GB-ITER-DELTA TO GB-ITER-CHANGE
              END-IF
              MOVE GB-ITER-NEW-X TO GB-X(GB-ROW-INDEX)
           END-IF
           .
