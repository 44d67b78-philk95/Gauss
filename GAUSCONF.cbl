      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inquiry into the settings a matrix was solved under.
      *          Every journal record the load step writes carries the
      *          id of that run's configuration snapshot (config.txt,
      *          GAUSCFG.CPY) -- the tolerances, pivoting, scaling,
      *          rounding and the rest as FORERUN settled them, and
      *          the job profile the run was started under. This lists
      *          each journaled run of one matrix with its snapshot, so
      *          "was that booked under the old tolerance" is answered
      *          by reading, not by remembering what was exported that
      *          night. A run whose solve settings differ from the run
      *          listed before it is marked, which is where a profile
      *          change (profchg.txt) shows up in the results.
      *          GAUSS_INQ_ID names the matrix; GAUSS_INQ_DATE
      *          (yyyymmdd) limits the listing to that day's runs and
      *          reaches back into the journal generations
      *          (JOURNALyyyymmdd.TXT) from that day on -- without it
      *          only the live journal.txt is read. Runs journaled
      *          before snapshots were written are listed as such.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused inquiry
      *          lists nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT CONFIG-FILE ASSIGN TO 'config.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Layout as written by the load step's WRITE-JOURNAL-RECORD.
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
              05 JRN-START-STAMP.
                 10 JRN-START-DATE         PIC 9(8).
                 10 JRN-START-TIME         PIC X(8).
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
              05 FILLER                    PIC X.
              05 JRN-TEMPLATE              PIC X(10).
              05 FILLER                    PIC X.
              05 JRN-FACTOR-USE            PIC X(8).
              05 FILLER                    PIC X.
              05 JRN-CONFIG-ID             PIC X(16).

           FD CONFIG-FILE.
              COPY "GAUSCFG.CPY".

       WORKING-STORAGE SECTION.
           01 JOURNAL-STATUS               PIC XX.
           01 JOURNAL-FILE-NAME            PIC X(24).
           01 CONFIG-STATUS                PIC XX.
           01 SCAN-EOF                     PIC X.
           01 CONFIG-EOF                   PIC X.
           01 INQ-MATRIX-ID                PIC X(10).
           01 INQ-DATE-TEXT                PIC 9(8).
           01 TODAY-DATE                   PIC 9(8).
           01 PROBE-DATE                   PIC 9(8).
           01 PROBE-PARTS REDEFINES PROBE-DATE.
              05 PROBE-YEAR                PIC 9(4).
              05 PROBE-MM                  PIC 99.
              05 PROBE-DD                  PIC 99.
           01 RUN-COUNTER                  PIC 9(5) VALUE ZERO.
           01 NO-SNAPSHOT-COUNTER          PIC 9(5) VALUE ZERO.
           01 CHANGED-COUNTER              PIC 9(5) VALUE ZERO.
           01 SNAPSHOT-FOUND               PIC X.
      *    The solve settings of the run listed last, to mark the
      *    first run listed under different ones; laid out as
      *    CFG-SOLVE-SETTINGS so the two always compare whole.
           01 PREVIOUS-SETTINGS.
              05 PRV-EPSILON               PIC 9.9(8).
              05 FILLER                    PIC X.
              05 PRV-RESIDUAL-TOL          PIC 999.9999.
              05 FILLER                    PIC X.
              05 PRV-REFINE-LIMIT          PIC 99.
              05 FILLER                    PIC X.
              05 PRV-ITER-TOL              PIC 9.9(8).
              05 FILLER                    PIC X.
              05 PRV-ITER-LIMIT            PIC 9(4).
              05 FILLER                    PIC X.
              05 PRV-PARTIAL-PIVOT         PIC X.
              05 FILLER                    PIC X.
              05 PRV-SCALE                 PIC X.
              05 FILLER                    PIC X.
              05 PRV-CONTINUE              PIC X.
              05 FILLER                    PIC X.
              05 PRV-MODE                  PIC X.
              05 FILLER                    PIC X.
              05 PRV-SPARSITY-PCT          PIC 999.
              05 FILLER                    PIC X.
              05 PRV-SENS-PCT              PIC 999.
              05 FILLER                    PIC X.
              05 PRV-ROUND-PLACES          PIC X.
           01 PREVIOUS-HELD                PIC X VALUE SPACE.
           01 PROFILE-TEXT                 PIC X(8).
           01 ROUND-TEXT                   PIC X(11).
           01 MODE-TEXT                    PIC X(6).
           01 POLICY-TEXT                  PIC X(4).

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO INQ-MATRIX-ID
           ACCEPT INQ-MATRIX-ID FROM ENVIRONMENT "GAUSS_INQ_ID"
           IF INQ-MATRIX-ID = SPACES
              DISPLAY 'GAUSS_INQ_ID NOT SET - NOTHING TO LOOK UP'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM CHECK-ENTITLEMENT
           IF ENR-REFUSED
              GO TO MAIN-EXIT
           END-IF
           MOVE ZERO TO INQ-DATE-TEXT
           ACCEPT INQ-DATE-TEXT FROM ENVIRONMENT "GAUSS_INQ_DATE"
           IF INQ-DATE-TEXT IS NOT NUMERIC
              MOVE ZERO TO INQ-DATE-TEXT
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           DISPLAY 'SETTINGS SOLVED UNDER - MATRIX ' INQ-MATRIX-ID
           IF INQ-DATE-TEXT > 0
              DISPLAY 'RUNS OF ' INQ-DATE-TEXT ' ONLY'
              MOVE INQ-DATE-TEXT TO PROBE-DATE
              PERFORM UNTIL PROBE-DATE > TODAY-DATE
                  MOVE SPACES TO JOURNAL-FILE-NAME
                  STRING 'JOURNAL' PROBE-DATE '.TXT' DELIMITED BY SIZE
                      INTO JOURNAL-FILE-NAME
                  PERFORM READ-ONE-JOURNAL-SOURCE
                  PERFORM NEXT-PROBE-DATE
              END-PERFORM
           END-IF
           MOVE 'journal.txt' TO JOURNAL-FILE-NAME
           PERFORM READ-ONE-JOURNAL-SOURCE

           IF RUN-COUNTER = 0
              DISPLAY 'NO JOURNALED RUN OF ' INQ-MATRIX-ID
              MOVE 1 TO RETURN-CODE
           ELSE
              DISPLAY RUN-COUNTER ' RUN(S), ' CHANGED-COUNTER
                  ' UNDER CHANGED SETTINGS, ' NO-SNAPSHOT-COUNTER
                  ' WITHOUT A SNAPSHOT'
              MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSCONF' TO ENR-PROGRAM
           MOVE INQ-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' INQ-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

       READ-ONE-JOURNAL-SOURCE.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = '00'
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-JOURNAL-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE JOURNAL-FILE
           END-IF
           .

       TAKE-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JRN-MATRIX-ID = INQ-MATRIX-ID
              AND (INQ-DATE-TEXT = 0
                   OR JRN-START-DATE = INQ-DATE-TEXT)
              ADD 1 TO RUN-COUNTER
              DISPLAY ' '
              DISPLAY 'RUN ' JRN-START-DATE ' ' JRN-START-TIME
                  ' SEQ ' JRN-SEQUENCE ' ' JRN-DISPOSITION
              IF JRN-CONFIG-ID = SPACES
                 ADD 1 TO NO-SNAPSHOT-COUNTER
                 DISPLAY '  NO CONFIGURATION SNAPSHOT - JOURNALED '
                     'BEFORE SNAPSHOTS WERE KEPT'
              ELSE
                 PERFORM FIND-SNAPSHOT
                 IF SNAPSHOT-FOUND = 'Y'
                    PERFORM SHOW-SNAPSHOT
                 ELSE
                    ADD 1 TO NO-SNAPSHOT-COUNTER
                    DISPLAY '  SNAPSHOT ' JRN-CONFIG-ID
                        ' NOT FOUND IN config.txt'
                 END-IF
              END-IF
           END-IF
           .

      * config.txt is read from the top for each run listed; an
      * inquiry lists a handful of runs, and the file grows by one
      * line per load step.
       FIND-SNAPSHOT.
           MOVE SPACE TO SNAPSHOT-FOUND
           OPEN INPUT CONFIG-FILE
           IF CONFIG-STATUS = '00'
              MOVE SPACE TO CONFIG-EOF
              PERFORM UNTIL CONFIG-EOF = 'E' OR SNAPSHOT-FOUND = 'Y'
                  READ CONFIG-FILE
                      AT END MOVE 'E' TO CONFIG-EOF
                      NOT AT END
                          IF CFG-ID = JRN-CONFIG-ID
                             MOVE 'Y' TO SNAPSHOT-FOUND
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF
           .

       SHOW-SNAPSHOT.
           IF CFG-PROFILE = SPACES
              MOVE '(NONE)' TO PROFILE-TEXT
           ELSE
              MOVE CFG-PROFILE TO PROFILE-TEXT
           END-IF
           IF CFG-ROUND-PLACES = SPACE
              MOVE 'NOT ROUNDED' TO ROUND-TEXT
           ELSE
              MOVE SPACES TO ROUND-TEXT
              STRING CFG-ROUND-PLACES ' PLACES' DELIMITED BY SIZE
                  INTO ROUND-TEXT
           END-IF
           IF CFG-MODE = SPACE
              MOVE 'HEADER' TO MODE-TEXT
           ELSE
              MOVE CFG-MODE TO MODE-TEXT
           END-IF
           IF CFG-REGISTRY-POLICY = SPACE
              MOVE 'OFF' TO POLICY-TEXT
           ELSE
              MOVE CFG-REGISTRY-POLICY TO POLICY-TEXT
           END-IF
           DISPLAY '  SNAPSHOT ' CFG-ID '  PROFILE ' PROFILE-TEXT
               '  JOB ' CFG-JOB-NAME
           DISPLAY '  EPSILON ' CFG-EPSILON '  RESIDUAL TOL '
               CFG-RESIDUAL-TOL '  REFINE LIMIT ' CFG-REFINE-LIMIT
           DISPLAY '  PARTIAL PIVOT ' CFG-PARTIAL-PIVOT '  SCALE '
               CFG-SCALE '  CONTINUE ' CFG-CONTINUE '  ROUNDING '
               ROUND-TEXT
           DISPLAY '  ITER TOL ' CFG-ITER-TOL '  ITER LIMIT '
               CFG-ITER-LIMIT '  MODE ' MODE-TEXT '  SPARSITY PCT '
               CFG-SPARSITY-PCT
           DISPLAY '  SENS PCT ' CFG-SENS-PCT '  DRIFT PCT '
               CFG-DRIFT-PCT ' ' CFG-DRIFT-POLICY '  REGISTRY '
               POLICY-TEXT '  CSV OUT ' CFG-CSV-OUTPUT
           IF PREVIOUS-HELD = 'Y'
              AND CFG-SOLVE-SETTINGS NOT = PREVIOUS-SETTINGS
              ADD 1 TO CHANGED-COUNTER
              DISPLAY '  ** SOLVE SETTINGS DIFFER FROM THE RUN '
                  'LISTED ABOVE'
           END-IF
           MOVE CFG-SOLVE-SETTINGS TO PREVIOUS-SETTINGS
           MOVE 'Y' TO PREVIOUS-HELD
           .

      * Next calendar-shaped date; a day that does not exist simply
      * names a generation that is not there.
       NEXT-PROBE-DATE.
           IF PROBE-DD < 31
              ADD 1 TO PROBE-DD
           ELSE
              MOVE 1 TO PROBE-DD
              IF PROBE-MM < 12
                 ADD 1 TO PROBE-MM
              ELSE
                 MOVE 1 TO PROBE-MM
                 ADD 1 TO PROBE-YEAR
              END-IF
           END-IF
           .
