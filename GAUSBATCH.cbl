      *          exception -- so the overnight operator can answer
      *          "what needs re-running" from one page instead of
      *          replaying the console log.
      *          With GAUSS_RESTART=Y the job resumes an aborted run
      *          instead of starting over: the dispositions the
      *          aborted run left (plus any matrix it journaled but
      *          did not get to dispose) are kept, and the load step
      *          carries on from the first matrix not yet disposed,
      *          so nothing already booked is solved and booked twice.
      *          With GAUSS_VALIDATE=Y it only edits the deck (GAUSEDIT,
      *          listing in editlist.txt) and stops, return code 1 when
      *          any matrix would be rejected.
      *          Ahead of the model store the deck is ordered by model
      *          priority and checked against the batch window
      *          (GAUSADMT): a matrix that cannot finish inside what
      *          is left of the window is not started but carried
      *          over (carryover.txt), disposed DEFERRED, and listed
      *          in the summary with the reason.
      *          GAUSS_PROFILE runs the job under a named job
      *          profile (jobprof.txt, applied by GAUSPROF) before
      *          the first step; a profile that cannot be applied
      *          keeps the job from starting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENTRY-IN-STATUS.

      *    Read on a restart only, for a matrix the aborted run
      *    journaled but died before disposing.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    What the admission step took out of the deck, and why.
           SELECT OPTIONAL DEFERRAL-FILE ASSIGN TO 'deferred.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DISPO-FILE.
           FD ENTRY-IN.
           01 ENTRY-IN-RECORD              PIC X(2400).

      *    Layout as written by the load step's WRITE-JOURNAL-RECORD,
      *    as far as the approver.
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
              05 JRN-SEQUENCE              PIC 9(5).
              05 FILLER                    PIC X.
              05 JRN-ROWS                  PIC 9(3).
              05 FILLER                    PIC X.
              05 JRN-COLUMNS               PIC 9(3).
              05 FILLER                    PIC X.
              05 JRN-DISPOSITION           PIC X(13).
              05 FILLER                    PIC X.
              05 JRN-RESIDUAL              PIC X(9).
              05 FILLER                    PIC X.
              05 JRN-START-STAMP           PIC X(16).
              05 FILLER                    PIC X.
              05 JRN-END-STAMP             PIC X(16).
              05 FILLER                    PIC X.
              05 JRN-ELAPSED               PIC 9(9).
              05 FILLER                    PIC X.
              05 JRN-MATRIX-ID             PIC X(10).
              05 FILLER                    PIC X.
              05 JRN-SUBMITTER             PIC X(8).
              05 FILLER                    PIC X.
              05 JRN-APPROVER              PIC X(8).

           FD DEFERRAL-FILE.
              COPY "GAUSDFR.CPY".

       WORKING-STORAGE SECTION.
           01 LOAD-STEP-RETURN-CODE        PIC 9(4) COMP-3.
           01 DISPO-EOF                    PIC X.
           01 SOLVED-COUNTER               PIC 9(5) VALUE ZERO.
           01 SKIPPED-COUNTER              PIC 9(5) VALUE ZERO.
           01 FAILED-COUNTER               PIC 9(5) VALUE ZERO.
           01 DEFERRED-COUNTER             PIC 9(5) VALUE ZERO.
           01 DEFERRAL-EOF                 PIC X.
           01 SECONDS-WORK                 PIC 9(7)V99 COMP-3.
           01 PRINT-ESTIMATE               PIC ZZZZZZ9.99.
           01 PRINT-LEFT                   PIC ZZZZZZ9.99.
           01 BASIS-TEXT                   PIC X(8).

      *    Run lock handshake with GAUSLOCK: the whole job runs
      *    inside the lock, because FORERUN truncates this run's
           01 LOG-REQUEST.
              COPY "GAUSLGR.CPY".

      *    GAUSS_VALIDATE=Y: edit the deck and stop -- nothing is
      *    solved, nothing booked, no master or lock touched.
           01 VALIDATE-MODE                PIC X VALUE SPACE.
           01 APPROVAL-STATUS              PIC XX.
           01 APPROVAL-MODE                PIC X VALUE SPACE.
           01 RELEASE-APPROVER             PIC X(8).
           01 DECK-SUBMITTER               PIC X(8).
           01 DECK-HEADER-SEEN             PIC X.

      *    Restart of an aborted run. The dispositions worth keeping
      *    are held here while dispo.txt is rewritten without the
      *    aborted run's closing input-error line (that matrix is the
      *    one to run again), and with a line rebuilt from the
      *    journal for any matrix that was journaled but not yet
      *    disposed when the job died. RESUME-SEQUENCE goes to the
      *    load step as GAUSS_RESTART_SEQ; zero means a fresh run.
           01 RESTART-MODE                 PIC X VALUE SPACE.
              88 RESTART-RUN               VALUE 'Y'.
           01 RESTART-MAX-KEPT             PIC 9(4) COMP-3 VALUE 9999.
           01 KEPT-TABLE.
              05 KEPT-DISPO                PIC X(51) OCCURS 9999.
           01 KEPT-COUNTER                 PIC 9(5) COMP-3 VALUE ZERO.
           01 KEPT-INDEX                   PIC 9(5) COMP-3.
           01 KEPT-PRINT-COUNT             PIC 9(5).
           01 RECOVERED-COUNTER            PIC 9(5) COMP-3 VALUE ZERO.
           01 RECOVERED-PRINT-COUNT        PIC 9(5).
           01 LAST-KEPT-SEQUENCE           PIC 9(5) VALUE ZERO.
           01 LAST-KEPT-MATRIX-ID          PIC X(10) VALUE SPACES.
           01 SEQ-BASE-TEXT                PIC 9(5).
           01 RESUME-SEQUENCE              PIC 9(5) VALUE ZERO.
      *    Journal scan: records following the last kept one, while
      *    they run on in sequence, are the journaled-not-disposed
      *    tail of the aborted run. A later anchor match restarts
      *    the tail, since the journal holds every run ever made.
           01 JOURNAL-EOF                  PIC X.
           01 TAIL-OPEN                    PIC X.
           01 TAIL-NEXT-SEQUENCE           PIC 9(5).
           01 TAIL-TABLE.
              05 TAIL-DISPO                PIC X(51) OCCURS 99.
           01 TAIL-COUNTER                 PIC 99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'BATCH JOB: LOAD, SOLVE, OUTPUT'

      *    A validate-only run is the afternoon check of a deck, so
      *    it runs ahead of the lock: it must not keep tonight's job
      *    out of the directory, and it writes nothing but the edit
      *    listing.
           MOVE SPACE TO VALIDATE-MODE
           ACCEPT VALIDATE-MODE FROM ENVIRONMENT "GAUSS_VALIDATE"
           IF VALIDATE-MODE = 'y'
              MOVE 'Y' TO VALIDATE-MODE
           END-IF
           IF VALIDATE-MODE = 'Y'
              DISPLAY 'VALIDATE ONLY: EDIT LISTING, NOTHING SOLVED'
              CALL 'GAUSEDIT'
              IF RETURN-CODE NOT = 0
                 DISPLAY 'DECK NOT CLEAN - SEE editlist.txt'
              END-IF
              STOP RUN
           END-IF

           MOVE SPACES TO LOCK-JOB-NAME
           ACCEPT LOCK-JOB-NAME FROM ENVIRONMENT "GAUSS_JOB_NAME"
           IF LOCK-JOB-NAME = SPACES
              STOP RUN
           END-IF

      *    The job profile goes over the environment before anything
      *    reads it -- the approval gate and the window included. A
      *    profile asked for and not applied stops the job: running
      *    it on the bare exports is exactly what the profile is
      *    there to prevent.
           CALL 'GAUSPROF'
           IF RETURN-CODE NOT = 0
              DISPLAY 'BATCH JOB NOT STARTED - JOB PROFILE NOT '
                  'APPLIED, SEE runlog.txt'
              MOVE 'R' TO LOCK-FUNCTION
              CALL 'GAUSLOCK' USING LOCK-REQUEST
              MOVE 1 TO RETURN-CODE
              STOP RUN
           END-IF

      *    Under the approval gate the staged deck only runs with a
      *    release record on hand; the release is consumed with the
      *    run so a stale approval can never wave tomorrow's deck
               DELIMITED BY SIZE INTO LOG-TEXT
           CALL 'GAUSLOG' USING LOG-REQUEST

      *    The resume point is settled (and dispo.txt put in order)
      *    before any step runs; a fresh run tells the steps so
      *    explicitly, so a value left in the environment by some
      *    earlier job cannot turn it into a restart.
           MOVE SPACE TO RESTART-MODE
           ACCEPT RESTART-MODE FROM ENVIRONMENT "GAUSS_RESTART"
           IF RESTART-MODE = 'y'
              MOVE 'Y' TO RESTART-MODE
           END-IF
           IF RESTART-RUN
              PERFORM PREPARE-RESTART
           ELSE
              MOVE 0 TO RESUME-SEQUENCE
           END-IF
           SET ENVIRONMENT 'GAUSS_RESTART_SEQ' TO RESUME-SEQUENCE

      *    Chained models need their suppliers solved first; the
      *    deck is restacked before anything else reads it, so the
      *    model master stores the order that was actually solved.
           DISPLAY 'STEP 1: MODEL CHAIN ORDER'
           CALL 'GAUSCHAIN'

      *    Priority order and the window check come after the chain
      *    order, which they keep, and before the model store, so
      *    only what is admitted is stored and solved. A restart
      *    runs the deck the aborted run admitted; checking it again
      *    against a shorter window would defer matrices the kept
      *    dispositions already count on.
           IF RESTART-RUN
              DISPLAY 'STEP 2: BATCH WINDOW - KEPT FROM THE ABORTED '
                  'RUN'
           ELSE
              DISPLAY 'STEP 2: MODEL PRIORITY AND BATCH WINDOW'
              CALL 'GAUSADMT'
           END-IF

      *    The input is preserved to the model master before the load
      *    step touches it, so what ran tonight can be fetched back
      *    exactly as submitted even after the next merge overwrites
      *    eingabe.txt.
           DISPLAY 'STEP 3: MODEL MASTER STORE'
           CALL 'GAUSMDL'

           DISPLAY 'STEP 4: GAUSEINGABE'
           CALL 'GAUSEINGABE'
           MOVE RETURN-CODE TO LOAD-STEP-RETURN-CODE

           DISPLAY 'STEP 5: DOWNSTREAM INTERFACE'
           CALL 'GAUSIFC'

           DISPLAY 'STEP 6: EXCEPTION SUMMARY'
           PERFORM APPEND-DEFERRED-DISPOSITIONS
           PERFORM WRITE-EXCEPTION-SUMMARY

           IF APPROVAL-MODE = 'Y'
           MOVE SPACES TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           IF LOAD-STEP-RETURN-CODE NOT = 0
              DISPLAY 'STEP 4 REPORTED ERRORS - SEE SUMMARY'
              SET LOG-SEV-ERROR TO TRUE
              STRING 'BATCH JOB ' LOCK-JOB-NAME
                  ' ENDED WITH ERRORS - SEE SUMMARY'
       WRITE-EXCEPTION-SUMMARY.
           OPEN INPUT DISPO-FILE
           OPEN OUTPUT SUMMARY-FILE
           IF RESTART-RUN
              MOVE KEPT-COUNTER TO KEPT-PRINT-COUNT
              MOVE SPACES TO SUMMARY-RECORD
              STRING 'RESTART - RESUMED FROM SEQUENCE '
                  RESUME-SEQUENCE ', ' KEPT-PRINT-COUNT
                  ' KEPT FROM THE ABORTED RUN'
                  DELIMITED BY SIZE INTO SUMMARY-RECORD
              WRITE SUMMARY-RECORD
              DISPLAY SUMMARY-RECORD
           END-IF
           MOVE SPACE TO DISPO-EOF
           PERFORM SUMMARIZE-ONE-DISPOSITION
               UNTIL DISPO-EOF = 'E'
           STRING 'SOLVED ' SOLVED-COUNTER
               ' SKIPPED ' SKIPPED-COUNTER
               ' FAILED ' FAILED-COUNTER
               ' DEFERRED ' DEFERRED-COUNTER
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD

           IF DEFERRED-COUNTER > 0
              PERFORM WRITE-DEFERRAL-LINES
           END-IF

           CLOSE SUMMARY-FILE
           CLOSE DISPO-FILE
           .

      * The load step starts dispo.txt afresh, so the deferrals are
      * added to it only now, after the last matrix was disposed;
      * they carry no batch sequence, never having been given one.
       APPEND-DEFERRED-DISPOSITIONS.
           OPEN INPUT DEFERRAL-FILE
           OPEN EXTEND DISPO-FILE
           MOVE SPACE TO DEFERRAL-EOF
           PERFORM APPEND-ONE-DEFERRAL UNTIL DEFERRAL-EOF = 'E'
           CLOSE DISPO-FILE
           CLOSE DEFERRAL-FILE
           .

       APPEND-ONE-DEFERRAL.
           READ DEFERRAL-FILE
               AT END MOVE 'E' TO DEFERRAL-EOF
           END-READ
           IF DEFERRAL-EOF NOT = 'E' AND DFR-MATRIX-ID NOT = SPACES
              MOVE SPACES TO DISPO-RECORD
              MOVE 0 TO DSP-SEQUENCE
              MOVE DFR-MATRIX-ID TO DSP-MATRIX-ID
              MOVE 'DEFERRED' TO DSP-OUTCOME
              MOVE 98 TO DSP-REASON
              MOVE DFR-SUBMITTER TO DSP-SUBMITTER
              IF APPROVAL-MODE = 'Y'
                 MOVE RELEASE-APPROVER TO DSP-APPROVER
              END-IF
              WRITE DISPO-RECORD
           END-IF
           .

      * Why each deferred matrix was not started: its estimate (from
      * its own history or by size) against what the window had left
      * when its turn came, or the supplier it could not run without.
      * P is the priority it ran at, inherited through the chain.
       WRITE-DEFERRAL-LINES.
           MOVE SPACES TO SUMMARY-RECORD
           MOVE 'DEFERRED TO carryover.txt - NOT STARTED:'
               TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD
           OPEN INPUT DEFERRAL-FILE
           MOVE SPACE TO DEFERRAL-EOF
           PERFORM WRITE-ONE-DEFERRAL-LINE UNTIL DEFERRAL-EOF = 'E'
           CLOSE DEFERRAL-FILE
           .

       WRITE-ONE-DEFERRAL-LINE.
           READ DEFERRAL-FILE
               AT END MOVE 'E' TO DEFERRAL-EOF
           END-READ
           IF DEFERRAL-EOF NOT = 'E' AND DFR-MATRIX-ID NOT = SPACES
              MOVE SPACES TO SUMMARY-RECORD
              IF DFR-CAUSE-SUPPLIER
                 STRING 'DEFERRED ' DFR-MATRIX-ID ' P' DFR-PRIORITY
                     ' - SUPPLIER ' DFR-SUPPLIER-ID ' DEFERRED'
                     DELIMITED BY SIZE INTO SUMMARY-RECORD
              ELSE
                 COMPUTE SECONDS-WORK = DFR-ESTIMATE / 100
                 MOVE SECONDS-WORK TO PRINT-ESTIMATE
                 COMPUTE SECONDS-WORK = DFR-REMAINING / 100
                 MOVE SECONDS-WORK TO PRINT-LEFT
                 EVALUATE TRUE
                     WHEN DFR-BASIS-HISTORY
                         MOVE ' HISTORY' TO BASIS-TEXT
                     WHEN DFR-BASIS-SIZE
                         MOVE ' BY SIZE' TO BASIS-TEXT
                     WHEN OTHER
                         MOVE SPACES TO BASIS-TEXT
                 END-EVALUATE
                 STRING 'DEFERRED ' DFR-MATRIX-ID ' P' DFR-PRIORITY
                     ' EST ' PRINT-ESTIMATE 'S LEFT ' PRINT-LEFT 'S'
                     BASIS-TEXT
                     DELIMITED BY SIZE INTO SUMMARY-RECORD
              END-IF
              IF DFR-SUBMITTER NOT = SPACES
                 MOVE ' DESK ' TO SUMMARY-RECORD(66:6)
                 MOVE DFR-SUBMITTER TO SUMMARY-RECORD(72:8)
              END-IF
              WRITE SUMMARY-RECORD
              DISPLAY SUMMARY-RECORD
           END-IF
           .

       SUMMARIZE-ONE-DISPOSITION.
           READ DISPO-FILE
               AT END MOVE 'E' TO DISPO-EOF
                  WHEN 'MINIMUM-NORM '
                  WHEN 'LEAST-SQUARES'
                  WHEN 'SENSITIVITY  '
                  WHEN 'TARGET-SEEK  '
                      ADD 1 TO SOLVED-COUNTER
                  WHEN 'SKIPPED      '
                  WHEN 'CHAIN-SKIPPED'
                  WHEN 'DRIFT-HELD   '
                      ADD 1 TO SKIPPED-COUNTER
                  WHEN 'DEFERRED     '
                      ADD 1 TO DEFERRED-COUNTER
                      PERFORM WRITE-EXCEPTION-LINE
                  WHEN OTHER
                      ADD 1 TO FAILED-COUNTER
           WRITE SUMMARY-RECORD
           DISPLAY SUMMARY-RECORD
           .

      * Keeps what the aborted run disposed, adds back what it only
      * journaled, rewrites dispo.txt from that and fixes the first
      * sequence the load step is to solve again. With nothing on
      * hand the restart simply starts at the top of the deck.
       PREPARE-RESTART.
           MOVE 0 TO KEPT-COUNTER
           MOVE 0 TO RECOVERED-COUNTER
           MOVE SPACE TO DISPO-EOF
           OPEN INPUT DISPO-FILE
           PERFORM KEEP-ONE-DISPOSITION UNTIL DISPO-EOF = 'E'
           CLOSE DISPO-FILE

           IF KEPT-COUNTER > 0
              PERFORM RECOVER-JOURNAL-TAIL
           END-IF

           OPEN OUTPUT DISPO-FILE
           PERFORM VARYING KEPT-INDEX FROM 1 BY 1
                   UNTIL KEPT-INDEX > KEPT-COUNTER
               MOVE KEPT-DISPO(KEPT-INDEX) TO DISPO-RECORD
               WRITE DISPO-RECORD
           END-PERFORM
           CLOSE DISPO-FILE

           IF KEPT-COUNTER > 0
              COMPUTE RESUME-SEQUENCE = LAST-KEPT-SEQUENCE + 1
           ELSE
              MOVE ZERO TO SEQ-BASE-TEXT
              ACCEPT SEQ-BASE-TEXT FROM ENVIRONMENT "GAUSS_SEQ_BASE"
              IF SEQ-BASE-TEXT IS NOT NUMERIC
                 MOVE ZERO TO SEQ-BASE-TEXT
              END-IF
              COMPUTE RESUME-SEQUENCE = SEQ-BASE-TEXT + 1
           END-IF

           MOVE KEPT-COUNTER TO KEPT-PRINT-COUNT
           MOVE RECOVERED-COUNTER TO RECOVERED-PRINT-COUNT
           DISPLAY 'RESTART - ' KEPT-PRINT-COUNT ' MATRIX(ES) KEPT ('
               RECOVERED-PRINT-COUNT ' FROM THE JOURNAL), RESUMING AT '
               'SEQUENCE ' RESUME-SEQUENCE
           SET LOG-SEV-INFO TO TRUE
           MOVE RESUME-SEQUENCE TO LOG-SEQUENCE
           MOVE SPACES TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           STRING 'BATCH JOB ' LOCK-JOB-NAME ' RESTARTED - '
               KEPT-PRINT-COUNT ' MATRIX(ES) KEPT'
               DELIMITED BY SIZE INTO LOG-TEXT
           CALL 'GAUSLOG' USING LOG-REQUEST
           .

      * The load step writes its input-error line on the way out of
      * a run that stopped; that matrix never completed and is the
      * one the restart runs first, so it is not kept. Nor are the
      * deferrals added at the end of the aborted run; the summary
      * adds them again from deferred.txt.
       KEEP-ONE-DISPOSITION.
           READ DISPO-FILE
               AT END MOVE 'E' TO DISPO-EOF
           END-READ
           IF DISPO-EOF NOT = 'E'
              AND DSP-SEQUENCE IS NUMERIC
              AND DSP-OUTCOME NOT = 'INPUT-ERROR'
              AND DSP-OUTCOME NOT = 'DEFERRED'
              IF KEPT-COUNTER < RESTART-MAX-KEPT
                 ADD 1 TO KEPT-COUNTER
                 MOVE DISPO-RECORD TO KEPT-DISPO(KEPT-COUNTER)
                 MOVE DSP-SEQUENCE TO LAST-KEPT-SEQUENCE
                 MOVE DSP-MATRIX-ID TO LAST-KEPT-MATRIX-ID
              END-IF
           END-IF
           .

       RECOVER-JOURNAL-TAIL.
           MOVE SPACE TO JOURNAL-EOF
           MOVE SPACE TO TAIL-OPEN
           MOVE 0 TO TAIL-COUNTER
           OPEN INPUT JOURNAL-FILE
           PERFORM SCAN-ONE-JOURNAL-RECORD UNTIL JOURNAL-EOF = 'E'
           CLOSE JOURNAL-FILE
           PERFORM VARYING KEPT-INDEX FROM 1 BY 1
                   UNTIL KEPT-INDEX > TAIL-COUNTER
                      OR KEPT-COUNTER NOT < RESTART-MAX-KEPT
               ADD 1 TO KEPT-COUNTER
               ADD 1 TO RECOVERED-COUNTER
               MOVE TAIL-DISPO(KEPT-INDEX) TO KEPT-DISPO(KEPT-COUNTER)
               MOVE TAIL-DISPO(KEPT-INDEX) TO DISPO-RECORD
               MOVE DSP-SEQUENCE TO LAST-KEPT-SEQUENCE
               MOVE DSP-MATRIX-ID TO LAST-KEPT-MATRIX-ID
           END-PERFORM
           .

       SCAN-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO JOURNAL-EOF
           END-READ
           IF JOURNAL-EOF NOT = 'E'
              AND JRN-SEQUENCE IS NUMERIC
              EVALUATE TRUE
                  WHEN JRN-SEQUENCE = LAST-KEPT-SEQUENCE
                   AND JRN-MATRIX-ID = LAST-KEPT-MATRIX-ID
                      MOVE 'Y' TO TAIL-OPEN
                      MOVE 0 TO TAIL-COUNTER
                      COMPUTE TAIL-NEXT-SEQUENCE =
                          LAST-KEPT-SEQUENCE + 1
                  WHEN TAIL-OPEN = 'Y'
                   AND JRN-SEQUENCE = TAIL-NEXT-SEQUENCE
                   AND TAIL-COUNTER < 99
                      ADD 1 TO TAIL-COUNTER
                      PERFORM REBUILD-DISPOSITION
                      MOVE DISPO-RECORD TO TAIL-DISPO(TAIL-COUNTER)
                      ADD 1 TO TAIL-NEXT-SEQUENCE
                  WHEN OTHER
                      MOVE SPACE TO TAIL-OPEN
              END-EVALUATE
           END-IF
           .

      * Outcome words and reason codes as the load step's
      * WRITE-DISPOSITION-RECORD pairs them (GAUSDSP.CPY).
       REBUILD-DISPOSITION.
           MOVE SPACES TO DISPO-RECORD
           MOVE JRN-SEQUENCE TO DSP-SEQUENCE
           MOVE JRN-MATRIX-ID TO DSP-MATRIX-ID
           MOVE JRN-DISPOSITION TO DSP-OUTCOME
           MOVE JRN-SUBMITTER TO DSP-SUBMITTER
           MOVE JRN-APPROVER TO DSP-APPROVER
           EVALUATE JRN-DISPOSITION
               WHEN 'SKIPPED      '
                   MOVE 90 TO DSP-REASON
               WHEN 'SINGULAR     '
                   MOVE 91 TO DSP-REASON
               WHEN 'INCONSISTENT '
                   MOVE 92 TO DSP-REASON
               WHEN 'OUT-OF-BOUNDS'
                   MOVE 93 TO DSP-REASON
               WHEN 'PERIOD-CLOSED'
                   MOVE 94 TO DSP-REASON
               WHEN 'CHAIN-SKIPPED'
                   MOVE 95 TO DSP-REASON
               WHEN 'UNREACHABLE  '
                   MOVE 96 TO DSP-REASON
               WHEN 'DRIFT-HELD   '
                   MOVE 97 TO DSP-REASON
               WHEN 'BOOK-FAILED  '
                   MOVE 99 TO DSP-REASON
               WHEN OTHER
                   MOVE 0 TO DSP-REASON
           END-EVALUATE
           .
