      ******************************************************************
      * Author:
      * Date:
      * Purpose: General-ledger posting builder. Finance used to key
      *          the allocation journal entries by hand off report.txt;
      *          this program builds them. For every solved matrix in
      *          this run's dispo.txt it takes the latest run of
      *          GAUSS_POST_DATE (yyyymmdd, default today) from the
      *          results master -- the primary right-hand side, live
      *          records only -- and maps each solved variable through
      *          glmap.txt (matrix id + label to GL account, cost
      *          center and debit/credit side). A negative value
      *          posts its amount to the opposite side; a zero value
      *          posts nothing. glpost.txt is the journal-entry batch:
      *          one header (source job from GAUSS_JOB_NAME, default
      *          GAUSBATCH, batch date/time, posting date), the entry
      *          lines, and one trailer with the line count and the
      *          debit and credit totals, which always foot -- a run
      *          goes in whole or not at all. A run with a variable
      *          missing from the mapping, or whose debits and credits
      *          do not balance, is held: none of its lines are
      *          posted, and glexcept.txt lists it with every unmapped
      *          label and the out-of-balance totals, and the hold is
      *          logged to runlog.txt. The batch file is rewritten
      *          each run, like interface.txt; return code 1 when
      *          anything was held or there was nothing to post.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPO-FILE ASSIGN TO 'dispo.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO 'glmap.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT OPTIONAL POSTING-FILE ASSIGN TO 'glpost.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO 'glexcept.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DISPO-FILE.
              COPY "GAUSDSP.CPY".

           FD GL-MAP-FILE.
              COPY "GAUSGLM.CPY".

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD POSTING-FILE.
           01 POSTING-RECORD               PIC X(80).
           01 GLP-HEADER-RECORD.
              05 GLP-H-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 GLP-H-SOURCE-JOB          PIC X(9).
              05 FILLER                    PIC X.
              05 GLP-H-BATCH-DATE          PIC 9(8).
              05 FILLER                    PIC X.
              05 GLP-H-BATCH-TIME          PIC 9(8).
              05 FILLER                    PIC X.
              05 GLP-H-POSTING-DATE        PIC 9(8).
      *    One journal-entry line; the solved run it came from rides
      *    behind the posting fields so finance can trace every line
      *    back to the master.
           01 GLP-DETAIL-RECORD.
              05 GLP-D-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 GLP-D-LINE                PIC 9(5).
              05 FILLER                    PIC X.
              05 GLP-D-ACCOUNT             PIC X(10).
              05 FILLER                    PIC X.
              05 GLP-D-COST-CENTER         PIC X(8).
              05 FILLER                    PIC X.
              05 GLP-D-SIDE                PIC X.
              05 FILLER                    PIC X.
              05 GLP-D-AMOUNT              PIC 9(3).9(4).
              05 FILLER                    PIC X.
              05 GLP-D-MATRIX-ID           PIC X(10).
              05 FILLER                    PIC X.
              05 GLP-D-RUN-DATE            PIC 9(8).
              05 FILLER                    PIC X.
              05 GLP-D-RUN-TIME            PIC 9(8).
              05 FILLER                    PIC X.
              05 GLP-D-LABEL               PIC X(10).
           01 GLP-TRAILER-RECORD.
              05 GLP-T-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 GLP-T-COUNT               PIC 9(7).
              05 FILLER                    PIC X.
              05 GLP-T-DEBITS              PIC 9(11).9(4).
              05 FILLER                    PIC X.
              05 GLP-T-CREDITS             PIC 9(11).9(4).

           FD EXCEPTION-FILE.
           01 EXCEPTION-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".

           77 POST-MAX-MODELS              PIC 999 VALUE 999.
           77 POST-MAX-MAPS                PIC 9(4) VALUE 2000.

           01 RES-STATUS                   PIC XX.
           01 SCAN-EOF                     PIC X.
           01 POST-DATE-TEXT               PIC 9(8).
           01 POST-SOURCE-JOB              PIC X(9).
           01 POST-BATCH-DATE              PIC 9(8).
           01 POST-BATCH-TIME              PIC 9(8).

      *    The run's solved matrices, from the disposition file.
           01 MODEL-TABLE.
              05 MDL-MATRIX-ID             PIC X(10) OCCURS 999.
           01 MODEL-COUNTER                PIC 999 COMP-3 VALUE ZERO.
           01 MODEL-INDEX                  PIC 9(4) COMP-3.
           01 MODEL-SEEN                   PIC X.

      *    The whole mapping file, searched per solved variable.
           01 MAP-TABLE.
              05 MAP-ENTRY OCCURS 2000.
                 10 MAP-MATRIX-ID          PIC X(10).
                 10 MAP-LABEL              PIC X(10).
                 10 MAP-ACCOUNT            PIC X(10).
                 10 MAP-COST-CENTER        PIC X(8).
                 10 MAP-SIDE               PIC X.
           01 MAP-COUNTER                  PIC 9(4) COMP-3 VALUE ZERO.
           01 MAP-INDEX                    PIC 9(4) COMP-3.
           01 MAP-FOUND                    PIC X.

      *    One run's entries, built in full before the run is judged
      *    -- nothing reaches the batch file until the run has both
      *    a mapping for every variable and balanced sides.
           01 ENTRY-TABLE.
              05 ENT-ENTRY OCCURS 200.
                 10 ENT-LABEL              PIC X(10).
                 10 ENT-ACCOUNT            PIC X(10).
                 10 ENT-COST-CENTER        PIC X(8).
                 10 ENT-SIDE               PIC X.
                 10 ENT-AMOUNT             PIC S9(3)V9(4) COMP-3.
                 10 ENT-MAPPED             PIC X.
           01 ENTRY-COUNTER                PIC 999 COMP-3.
           01 ENTRY-INDEX                  PIC 999 COMP-3.
           01 UNMAPPED-COUNTER             PIC 999 COMP-3.
           01 WANTED-MATRIX-ID             PIC X(10).
           01 WANTED-LABEL                 PIC X(10).
           01 LATEST-RUN-TIME              PIC 9(8).
           01 PRINT-VARIABLE               PIC 999.

           01 RUN-DEBITS                   PIC S9(9)V9(4) COMP-3.
           01 RUN-CREDITS                  PIC S9(9)V9(4) COMP-3.
           01 BATCH-DEBITS                 PIC S9(11)V9(4) COMP-3.
           01 BATCH-CREDITS                PIC S9(11)V9(4) COMP-3.
           01 BATCH-LINES                  PIC 9(7) COMP-3.
           01 RUNS-POSTED                  PIC 9(5) COMP-3.
           01 RUNS-HELD                    PIC 9(5) COMP-3.
           01 PRINT-RUN-DEBITS             PIC ZZZZZZZZ9.9(4).
           01 PRINT-RUN-CREDITS            PIC ZZZZZZZZ9.9(4).
           01 PRINT-RUNS-POSTED            PIC ZZZZ9.
           01 PRINT-RUNS-HELD              PIC ZZZZ9.

           01 LOG-REQUEST.
              COPY "GAUSLGR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO POST-DATE-TEXT
           ACCEPT POST-DATE-TEXT FROM ENVIRONMENT "GAUSS_POST_DATE"
           IF POST-DATE-TEXT NOT > 0
              ACCEPT POST-DATE-TEXT FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO POST-SOURCE-JOB
           ACCEPT POST-SOURCE-JOB FROM ENVIRONMENT "GAUSS_JOB_NAME"
           IF POST-SOURCE-JOB = SPACES
              MOVE 'GAUSBATCH' TO POST-SOURCE-JOB
           END-IF
           ACCEPT POST-BATCH-DATE FROM DATE YYYYMMDD
           ACCEPT POST-BATCH-TIME FROM TIME

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-SOLVED-MODELS
           IF MODEL-COUNTER = 0
              DISPLAY 'NO SOLVED MATRICES IN dispo.txt - NOTHING TO '
                  'POST'
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN INPUT RESULTS-FILE
              IF RES-STATUS NOT = '00'
                 DISPLAY 'RESULTS MASTER NOT AVAILABLE - STATUS '
                     RES-STATUS
                 MOVE 1 TO RETURN-CODE
              ELSE
                 PERFORM BUILD-POSTING-BATCH
                 CLOSE RESULTS-FILE
                 DISPLAY RUNS-POSTED ' RUN(S) POSTED, ' RUNS-HELD
                     ' RUN(S) HELD - SEE glexcept.txt'
                 IF RUNS-HELD > 0 OR RUNS-POSTED = 0
                    MOVE 1 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           STOP RUN.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM TAKE-ONE-MAPPING UNTIL SCAN-EOF = 'E'
           CLOSE GL-MAP-FILE
           .

      * A mapping without a valid side is no mapping at all: the run
      * using it is held as unmapped rather than posted one-sided.
       TAKE-ONE-MAPPING.
           READ GL-MAP-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND GLM-MATRIX-ID NOT = SPACES
              AND (GLM-DEBIT OR GLM-CREDIT)
              IF MAP-COUNTER < POST-MAX-MAPS
                 ADD 1 TO MAP-COUNTER
                 MOVE GLM-MATRIX-ID TO MAP-MATRIX-ID(MAP-COUNTER)
                 MOVE GLM-LABEL TO MAP-LABEL(MAP-COUNTER)
                 MOVE GLM-ACCOUNT TO MAP-ACCOUNT(MAP-COUNTER)
                 MOVE GLM-COST-CENTER TO MAP-COST-CENTER(MAP-COUNTER)
                 MOVE GLM-SIDE TO MAP-SIDE(MAP-COUNTER)
              ELSE
                 DISPLAY 'glmap.txt HOLDS MORE THAN ' POST-MAX-MAPS
                     ' MAPPINGS - REST IGNORED'
                 MOVE 'E' TO SCAN-EOF
              END-IF
           END-IF
           .

       LOAD-SOLVED-MODELS.
           OPEN INPUT DISPO-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM TAKE-ONE-DISPOSITION UNTIL SCAN-EOF = 'E'
           CLOSE DISPO-FILE
           .

      * The same solved outcomes the distribution step routes; a
      * matrix attempted twice in the run posts once.
       TAKE-ONE-DISPOSITION.
           READ DISPO-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              EVALUATE DSP-OUTCOME
                  WHEN 'SOLVED       '
                  WHEN 'MINIMUM-NORM '
                  WHEN 'LEAST-SQUARES'
                  WHEN 'SENSITIVITY  '
                  WHEN 'TARGET-SEEK  '
                      IF DSP-MATRIX-ID NOT = SPACES
                         PERFORM ADD-ONE-MODEL
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
           .

       ADD-ONE-MODEL.
           MOVE 'N' TO MODEL-SEEN
           PERFORM VARYING MODEL-INDEX FROM 1 BY 1
                   UNTIL MODEL-INDEX > MODEL-COUNTER
               IF MDL-MATRIX-ID(MODEL-INDEX) = DSP-MATRIX-ID
                  MOVE 'Y' TO MODEL-SEEN
               END-IF
           END-PERFORM
           IF MODEL-SEEN = 'N' AND MODEL-COUNTER < POST-MAX-MODELS
              ADD 1 TO MODEL-COUNTER
              MOVE DSP-MATRIX-ID TO MDL-MATRIX-ID(MODEL-COUNTER)
           END-IF
           .

       BUILD-POSTING-BATCH.
           OPEN OUTPUT POSTING-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO GLP-HEADER-RECORD
           MOVE 'H' TO GLP-H-TYPE
           MOVE POST-SOURCE-JOB TO GLP-H-SOURCE-JOB
           MOVE POST-BATCH-DATE TO GLP-H-BATCH-DATE
           MOVE POST-BATCH-TIME TO GLP-H-BATCH-TIME
           MOVE POST-DATE-TEXT TO GLP-H-POSTING-DATE
           WRITE GLP-HEADER-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'GL POSTING EXCEPTIONS - POSTING DATE '
               POST-DATE-TEXT DELIMITED BY SIZE INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE 0 TO BATCH-DEBITS
           MOVE 0 TO BATCH-CREDITS
           MOVE 0 TO BATCH-LINES
           MOVE 0 TO RUNS-POSTED
           MOVE 0 TO RUNS-HELD
           PERFORM VARYING MODEL-INDEX FROM 1 BY 1
                   UNTIL MODEL-INDEX > MODEL-COUNTER
               MOVE MDL-MATRIX-ID(MODEL-INDEX) TO WANTED-MATRIX-ID
               PERFORM POST-ONE-MODEL
           END-PERFORM

           MOVE SPACES TO GLP-TRAILER-RECORD
           MOVE 'T' TO GLP-T-TYPE
           MOVE BATCH-LINES TO GLP-T-COUNT
           MOVE BATCH-DEBITS TO GLP-T-DEBITS
           MOVE BATCH-CREDITS TO GLP-T-CREDITS
           WRITE GLP-TRAILER-RECORD

           MOVE RUNS-POSTED TO PRINT-RUNS-POSTED
           MOVE RUNS-HELD TO PRINT-RUNS-HELD
           MOVE SPACES TO EXCEPTION-RECORD
           STRING PRINT-RUNS-POSTED ' RUN(S) POSTED  '
               PRINT-RUNS-HELD ' RUN(S) HELD'
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-FILE
           CLOSE POSTING-FILE
           .

      * The latest run of the posting date is the booked one (the
      * master may carry several runs of a model on one day); its
      * entries are built, judged, and then either posted whole or
      * held whole.
       POST-ONE-MODEL.
           MOVE 0 TO LATEST-RUN-TIME
           MOVE SPACE TO SCAN-EOF
           MOVE WANTED-MATRIX-ID TO RES-MATRIX-ID
           MOVE POST-DATE-TEXT TO RES-RUN-DATE
           MOVE ZERO TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           PERFORM FIND-LATEST-TIME UNTIL SCAN-EOF = 'E'

           IF LATEST-RUN-TIME = 0
              MOVE SPACES TO EXCEPTION-RECORD
              STRING 'NOT POSTED ' WANTED-MATRIX-ID
                  ' - NO SOLUTION ON THE MASTER FOR THE DATE'
                  DELIMITED BY SIZE INTO EXCEPTION-RECORD
              WRITE EXCEPTION-RECORD
           ELSE
              MOVE 0 TO ENTRY-COUNTER
              MOVE 0 TO UNMAPPED-COUNTER
              MOVE 0 TO RUN-DEBITS
              MOVE 0 TO RUN-CREDITS
              MOVE SPACE TO SCAN-EOF
              MOVE WANTED-MATRIX-ID TO RES-MATRIX-ID
              MOVE POST-DATE-TEXT TO RES-RUN-DATE
              MOVE LATEST-RUN-TIME TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
              END-START
              PERFORM TAKE-ONE-RESULT UNTIL SCAN-EOF = 'E'
              IF UNMAPPED-COUNTER = 0 AND RUN-DEBITS = RUN-CREDITS
                 PERFORM WRITE-RUN-ENTRIES
              ELSE
                 PERFORM WRITE-HELD-RUN
              END-IF
           END-IF
           .

       FIND-LATEST-TIME.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = WANTED-MATRIX-ID
                 OR RES-RUN-DATE NOT = POST-DATE-TEXT
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF NOT RES-SUPERSEDED
                    MOVE RES-RUN-TIME TO LATEST-RUN-TIME
                 END-IF
              END-IF
           END-IF
           .

      * One solved variable of the booked run into the entry table,
      * mapped (or marked unmapped) and totalled to its side.
       TAKE-ONE-RESULT.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = WANTED-MATRIX-ID
                 OR RES-RUN-DATE NOT = POST-DATE-TEXT
                 OR RES-RUN-TIME NOT = LATEST-RUN-TIME
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF RES-PRIMARY-SCENARIO
                    AND NOT RES-SUPERSEDED
                    AND ENTRY-COUNTER < GS-MAX-DIM
                    PERFORM BUILD-ONE-ENTRY
                 END-IF
              END-IF
           END-IF
           .

       BUILD-ONE-ENTRY.
           ADD 1 TO ENTRY-COUNTER
           IF RES-LABEL = SPACES
              MOVE RES-VARIABLE TO PRINT-VARIABLE
              MOVE SPACES TO WANTED-LABEL
              STRING 'X' PRINT-VARIABLE DELIMITED BY SIZE
                  INTO WANTED-LABEL
           ELSE
              MOVE RES-LABEL TO WANTED-LABEL
           END-IF
           MOVE WANTED-LABEL TO ENT-LABEL(ENTRY-COUNTER)
           MOVE 'N' TO MAP-FOUND
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
                   UNTIL MAP-INDEX > MAP-COUNTER
                      OR MAP-FOUND = 'Y'
               IF MAP-MATRIX-ID(MAP-INDEX) = WANTED-MATRIX-ID
                  AND MAP-LABEL(MAP-INDEX) = WANTED-LABEL
                  MOVE 'Y' TO MAP-FOUND
                  MOVE MAP-ACCOUNT(MAP-INDEX)
                      TO ENT-ACCOUNT(ENTRY-COUNTER)
                  MOVE MAP-COST-CENTER(MAP-INDEX)
                      TO ENT-COST-CENTER(ENTRY-COUNTER)
                  MOVE MAP-SIDE(MAP-INDEX) TO ENT-SIDE(ENTRY-COUNTER)
               END-IF
           END-PERFORM
           MOVE MAP-FOUND TO ENT-MAPPED(ENTRY-COUNTER)
           IF MAP-FOUND = 'N'
              ADD 1 TO UNMAPPED-COUNTER
           ELSE
      *       A negative figure is a movement the other way: the same
      *       amount, unsigned, on the opposite side.
              MOVE RES-VALUE TO ENT-AMOUNT(ENTRY-COUNTER)
              IF RES-VALUE < 0
                 COMPUTE ENT-AMOUNT(ENTRY-COUNTER) = RES-VALUE * -1
                 IF ENT-SIDE(ENTRY-COUNTER) = 'D'
                    MOVE 'C' TO ENT-SIDE(ENTRY-COUNTER)
                 ELSE
                    MOVE 'D' TO ENT-SIDE(ENTRY-COUNTER)
                 END-IF
              END-IF
              IF ENT-SIDE(ENTRY-COUNTER) = 'D'
                 ADD ENT-AMOUNT(ENTRY-COUNTER) TO RUN-DEBITS
              ELSE
                 ADD ENT-AMOUNT(ENTRY-COUNTER) TO RUN-CREDITS
              END-IF
           END-IF
           .

       WRITE-RUN-ENTRIES.
           ADD 1 TO RUNS-POSTED
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                   UNTIL ENTRY-INDEX > ENTRY-COUNTER
               IF ENT-AMOUNT(ENTRY-INDEX) NOT = 0
                  ADD 1 TO BATCH-LINES
                  MOVE SPACES TO GLP-DETAIL-RECORD
                  MOVE 'D' TO GLP-D-TYPE
                  MOVE BATCH-LINES TO GLP-D-LINE
                  MOVE ENT-ACCOUNT(ENTRY-INDEX) TO GLP-D-ACCOUNT
                  MOVE ENT-COST-CENTER(ENTRY-INDEX)
                      TO GLP-D-COST-CENTER
                  MOVE ENT-SIDE(ENTRY-INDEX) TO GLP-D-SIDE
                  MOVE ENT-AMOUNT(ENTRY-INDEX) TO GLP-D-AMOUNT
                  MOVE WANTED-MATRIX-ID TO GLP-D-MATRIX-ID
                  MOVE POST-DATE-TEXT TO GLP-D-RUN-DATE
                  MOVE LATEST-RUN-TIME TO GLP-D-RUN-TIME
                  MOVE ENT-LABEL(ENTRY-INDEX) TO GLP-D-LABEL
                  WRITE GLP-DETAIL-RECORD
               END-IF
           END-PERFORM
           ADD RUN-DEBITS TO BATCH-DEBITS
           ADD RUN-CREDITS TO BATCH-CREDITS
           .

      * A held run: named on the exception listing with each reason,
      * and logged, so the morning shift sees it without opening the
      * listing.
       WRITE-HELD-RUN.
           ADD 1 TO RUNS-HELD
           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'HELD ' WANTED-MATRIX-ID ' RUN ' POST-DATE-TEXT
               ' ' LATEST-RUN-TIME ' - NOT POSTED'
               DELIMITED BY SIZE INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
                   UNTIL ENTRY-INDEX > ENTRY-COUNTER
               IF ENT-MAPPED(ENTRY-INDEX) = 'N'
                  MOVE SPACES TO EXCEPTION-RECORD
                  STRING '  NO ACCOUNT MAPPING FOR LABEL '
                      ENT-LABEL(ENTRY-INDEX)
                      DELIMITED BY SIZE INTO EXCEPTION-RECORD
                  WRITE EXCEPTION-RECORD
               END-IF
           END-PERFORM
           IF RUN-DEBITS NOT = RUN-CREDITS
              MOVE RUN-DEBITS TO PRINT-RUN-DEBITS
              MOVE RUN-CREDITS TO PRINT-RUN-CREDITS
              MOVE SPACES TO EXCEPTION-RECORD
              STRING '  OUT OF BALANCE - DEBITS ' PRINT-RUN-DEBITS
                  ' CREDITS ' PRINT-RUN-CREDITS
                  DELIMITED BY SIZE INTO EXCEPTION-RECORD
              WRITE EXCEPTION-RECORD
           END-IF

           SET LOG-SEV-WARNING TO TRUE
           MOVE 0 TO LOG-SEQUENCE
           MOVE WANTED-MATRIX-ID TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           IF UNMAPPED-COUNTER > 0
              STRING 'GL POSTING HELD - UNMAPPED LABEL(S), SEE '
                  'glexcept.txt' DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
              STRING 'GL POSTING HELD - OUT OF BALANCE, SEE '
                  'glexcept.txt' DELIMITED BY SIZE INTO LOG-TEXT
           END-IF
           CALL 'GAUSLOG' USING LOG-REQUEST
           .
