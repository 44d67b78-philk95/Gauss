      ******************************************************************
      * Author:
      * Date:
      * Purpose: Period-close maintenance for periods.txt, the control
      *          file the output step consults before it books any
      *          results-master record. One function per run, from
      *          the environment:
      *            GAUSS_PERIOD_FUNCTION  O open, C close, R reopen
      *            GAUSS_PERIOD           the month, yyyymm
      *            GAUSS_USER             who is acting (required)
      *            GAUSS_PERIOD_TEXT      why (required to reopen)
      *          Open puts a new month on file as open; close closes
      *          an open month (a month never put on file is open,
      *          so it can be closed directly); reopen is the only
      *          way back for a closed month and has to say why.
      *          Every accepted function rewrites the month's line
      *          with the action, the user and the stamp, and appends
      *          the before and after status to periodlog.txt, so who
      *          closed or reopened which month, when and why is read
      *          from one file. A rejected function changes nothing
      *          and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSPERD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO 'periods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-STATUS.

           SELECT OPTIONAL PERIOD-LOG-FILE ASSIGN TO 'periodlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PERIOD-FILE.
              COPY "GAUSPRD.CPY".

      *    One line per accepted function: the month's status before
      *    and after (blank before a month was on file), who, when
      *    and the reason given.
           FD PERIOD-LOG-FILE.
           01 PERIOD-LOG-RECORD.
              05 PLG-DATE                  PIC 9(8).
              05 FILLER                    PIC X.
              05 PLG-TIME                  PIC 9(8).
              05 FILLER                    PIC X.
              05 PLG-USER                  PIC X(8).
              05 FILLER                    PIC X.
              05 PLG-FUNCTION              PIC X.
              05 FILLER                    PIC X.
              05 PLG-PERIOD                PIC 9(6).
              05 FILLER                    PIC X.
              05 PLG-BEFORE-STATUS         PIC X.
              05 FILLER                    PIC X.
              05 PLG-AFTER-STATUS          PIC X.
              05 FILLER                    PIC X.
              05 PLG-TEXT                  PIC X(40).

       WORKING-STORAGE SECTION.
           77 PRD-MAX-ENTRIES              PIC 999 VALUE 999.

           01 PERIOD-STATUS                PIC XX.
      *    Whether periods.txt was read whole: the file is rewritten
      *    from the table, so a table that missed any of it must
      *    never be written back.
           01 LOAD-SWITCH                  PIC X.
              88 PERIODS-LOADED            VALUE 'Y'.
              88 PERIODS-NOT-READ          VALUE 'N'.
              88 PERIODS-OVERFLOWED        VALUE 'F'.
           01 SCAN-EOF                     PIC X.
           01 MAINT-USER                   PIC X(8).
           01 MAINT-FUNCTION               PIC X.
              88 FUNCTION-OPEN             VALUE 'O'.
              88 FUNCTION-CLOSE            VALUE 'C'.
              88 FUNCTION-REOPEN           VALUE 'R'.
           01 MAINT-PERIOD-TEXT            PIC X(6).
           01 MAINT-PERIOD                 PIC 9(6).
           01 MAINT-PERIOD-PARTS REDEFINES MAINT-PERIOD.
              05 MAINT-YEAR                PIC 9(4).
              05 MAINT-MONTH               PIC 99.
           01 MAINT-TEXT                   PIC X(40).
           01 STAMP-DATE                   PIC 9(8).
           01 STAMP-TIME                   PIC 9(8).
           01 REJECT-REASON                PIC X(40).
           01 BEFORE-STATUS                PIC X.

      *    The whole control file in period order, so a new month
      *    can be slotted in where it belongs and the file rewritten.
           01 PERIOD-TABLE.
              05 PRT-ENTRY OCCURS 999.
                 10 PRT-PERIOD             PIC 9(6).
                 10 PRT-STATUS             PIC X.
                 10 PRT-ACTION             PIC X.
                 10 PRT-USER               PIC X(8).
                 10 PRT-DATE               PIC 9(8).
                 10 PRT-TIME               PIC 9(8).
           01 PRT-COUNTER                  PIC 999 COMP-3 VALUE ZERO.
           01 PRT-INDEX                    PIC 9(4) COMP-3.
           01 PRT-FOUND-AT                 PIC 9(4) COMP-3.
           01 PRT-INSERT-AT                PIC 9(4) COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO MAINT-USER
           ACCEPT MAINT-USER FROM ENVIRONMENT "GAUSS_USER"
           IF MAINT-USER = SPACES
              DISPLAY 'GAUSS_USER NOT SET - PERIOD NOT MAINTAINED'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           MOVE SPACE TO MAINT-FUNCTION
           ACCEPT MAINT-FUNCTION FROM ENVIRONMENT
               "GAUSS_PERIOD_FUNCTION"
           MOVE SPACES TO MAINT-PERIOD-TEXT
           ACCEPT MAINT-PERIOD-TEXT FROM ENVIRONMENT "GAUSS_PERIOD"
           MOVE SPACES TO MAINT-TEXT
           ACCEPT MAINT-TEXT FROM ENVIRONMENT "GAUSS_PERIOD_TEXT"

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           PERFORM LOAD-PERIODS
           IF NOT PERIODS-LOADED
              IF PERIODS-OVERFLOWED
                 DISPLAY 'periods.txt HOLDS MORE THAN ' PRD-MAX-ENTRIES
                     ' PERIODS - PERIOD NOT MAINTAINED'
              ELSE
                 DISPLAY 'periods.txt CANNOT BE READ - STATUS '
                     PERIOD-STATUS ' - PERIOD NOT MAINTAINED'
              END-IF
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO PRT-FOUND-AT
           IF MAINT-PERIOD-TEXT IS NUMERIC
              MOVE MAINT-PERIOD-TEXT TO MAINT-PERIOD
              PERFORM FIND-PERIOD-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN MAINT-PERIOD-TEXT IS NOT NUMERIC
                   MOVE 'PERIOD MUST BE YYYYMM' TO REJECT-REASON
               WHEN MAINT-MONTH < 1 OR MAINT-MONTH > 12
                   MOVE 'PERIOD MUST BE YYYYMM' TO REJECT-REASON
               WHEN FUNCTION-OPEN
                   PERFORM VALIDATE-OPEN
               WHEN FUNCTION-CLOSE
                   PERFORM VALIDATE-CLOSE
               WHEN FUNCTION-REOPEN
                   PERFORM VALIDATE-REOPEN
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE O, C OR R' TO REJECT-REASON
           END-EVALUATE

           IF REJECT-REASON NOT = SPACES
              DISPLAY 'PERIOD ' MAINT-PERIOD-TEXT ' FUNCTION '
                  MAINT-FUNCTION ' REJECTED - ' REJECT-REASON
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           PERFORM POST-FUNCTION
           PERFORM REWRITE-PERIODS
           DISPLAY 'PERIOD ' MAINT-PERIOD ' NOW '
               PRT-STATUS(PRT-FOUND-AT) ' BY ' MAINT-USER ' AT '
               STAMP-DATE ' ' STAMP-TIME
           MOVE 0 TO RETURN-CODE.
       MAIN-EXIT.
           STOP RUN.

      * No periods.txt yet (status 05) is an empty table; any other
      * open that does not go through leaves the periods unread.
       LOAD-PERIODS.
           SET PERIODS-NOT-READ TO TRUE
           OPEN INPUT PERIOD-FILE
           IF PERIOD-STATUS = '00' OR PERIOD-STATUS = '05'
              SET PERIODS-LOADED TO TRUE
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-PERIOD-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE PERIOD-FILE
           END-IF
           .

       TAKE-ONE-PERIOD-RECORD.
           READ PERIOD-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND PRD-PERIOD IS NUMERIC
              IF PRT-COUNTER < PRD-MAX-ENTRIES
                 ADD 1 TO PRT-COUNTER
                 MOVE PRD-PERIOD TO PRT-PERIOD(PRT-COUNTER)
                 MOVE PRD-STATUS TO PRT-STATUS(PRT-COUNTER)
                 MOVE PRD-ACTION TO PRT-ACTION(PRT-COUNTER)
                 MOVE PRD-USER TO PRT-USER(PRT-COUNTER)
                 MOVE PRD-DATE TO PRT-DATE(PRT-COUNTER)
                 MOVE PRD-TIME TO PRT-TIME(PRT-COUNTER)
              ELSE
                 SET PERIODS-OVERFLOWED TO TRUE
              END-IF
           END-IF
           .

       FIND-PERIOD-ENTRY.
           PERFORM VARYING PRT-INDEX FROM 1 BY 1
                   UNTIL PRT-INDEX > PRT-COUNTER OR PRT-FOUND-AT > 0
               IF PRT-PERIOD(PRT-INDEX) = MAINT-PERIOD
                  MOVE PRT-INDEX TO PRT-FOUND-AT
               END-IF
           END-PERFORM
           .

      * Opening is for a month not yet on file; a month already open
      * needs nothing, and a closed one comes back only by reopen.
       VALIDATE-OPEN.
           EVALUATE TRUE
               WHEN PRT-FOUND-AT > 0
                    AND PRT-STATUS(PRT-FOUND-AT) = 'C'
                   MOVE 'PERIOD CLOSED - REOPEN IT INSTEAD'
                       TO REJECT-REASON
               WHEN PRT-FOUND-AT > 0
                   MOVE 'PERIOD ALREADY OPEN' TO REJECT-REASON
               WHEN PRT-COUNTER NOT < PRD-MAX-ENTRIES
                   MOVE 'PERIOD FILE FULL' TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       VALIDATE-CLOSE.
           EVALUATE TRUE
               WHEN PRT-FOUND-AT > 0
                    AND PRT-STATUS(PRT-FOUND-AT) = 'C'
                   MOVE 'PERIOD ALREADY CLOSED' TO REJECT-REASON
               WHEN PRT-FOUND-AT = 0
                    AND PRT-COUNTER NOT < PRD-MAX-ENTRIES
                   MOVE 'PERIOD FILE FULL' TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Reopening a closed month puts booked numbers back in play,
      * so it has to say why.
       VALIDATE-REOPEN.
           EVALUATE TRUE
               WHEN PRT-FOUND-AT = 0
                   MOVE 'PERIOD NOT ON FILE' TO REJECT-REASON
               WHEN PRT-STATUS(PRT-FOUND-AT) NOT = 'C'
                   MOVE 'PERIOD NOT CLOSED' TO REJECT-REASON
               WHEN MAINT-TEXT = SPACES
                   MOVE 'GAUSS_PERIOD_TEXT REQUIRED TO REOPEN'
                       TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * A month new to the file is slotted in ahead of the first
      * later month, keeping the file in period order; then the
      * entry takes the new status and the stamp, and the change
      * goes to the log.
       POST-FUNCTION.
           IF PRT-FOUND-AT > 0
              MOVE PRT-STATUS(PRT-FOUND-AT) TO BEFORE-STATUS
           ELSE
              MOVE SPACE TO BEFORE-STATUS
              MOVE 0 TO PRT-INSERT-AT
              PERFORM VARYING PRT-INDEX FROM 1 BY 1
                      UNTIL PRT-INDEX > PRT-COUNTER
                         OR PRT-INSERT-AT > 0
                  IF PRT-PERIOD(PRT-INDEX) > MAINT-PERIOD
                     MOVE PRT-INDEX TO PRT-INSERT-AT
                  END-IF
              END-PERFORM
              IF PRT-INSERT-AT = 0
                 COMPUTE PRT-INSERT-AT = PRT-COUNTER + 1
              END-IF
              PERFORM VARYING PRT-INDEX FROM PRT-COUNTER BY -1
                      UNTIL PRT-INDEX < PRT-INSERT-AT
                  MOVE PRT-ENTRY(PRT-INDEX) TO PRT-ENTRY(PRT-INDEX + 1)
              END-PERFORM
              ADD 1 TO PRT-COUNTER
              MOVE PRT-INSERT-AT TO PRT-FOUND-AT
              MOVE MAINT-PERIOD TO PRT-PERIOD(PRT-FOUND-AT)
           END-IF
           IF FUNCTION-CLOSE
              MOVE 'C' TO PRT-STATUS(PRT-FOUND-AT)
           ELSE
              MOVE 'O' TO PRT-STATUS(PRT-FOUND-AT)
           END-IF
           MOVE MAINT-FUNCTION TO PRT-ACTION(PRT-FOUND-AT)
           MOVE MAINT-USER TO PRT-USER(PRT-FOUND-AT)
           MOVE STAMP-DATE TO PRT-DATE(PRT-FOUND-AT)
           MOVE STAMP-TIME TO PRT-TIME(PRT-FOUND-AT)

           OPEN EXTEND PERIOD-LOG-FILE
           MOVE SPACES TO PERIOD-LOG-RECORD
           MOVE STAMP-DATE TO PLG-DATE
           MOVE STAMP-TIME TO PLG-TIME
           MOVE MAINT-USER TO PLG-USER
           MOVE MAINT-FUNCTION TO PLG-FUNCTION
           MOVE MAINT-PERIOD TO PLG-PERIOD
           MOVE BEFORE-STATUS TO PLG-BEFORE-STATUS
           MOVE PRT-STATUS(PRT-FOUND-AT) TO PLG-AFTER-STATUS
           MOVE MAINT-TEXT TO PLG-TEXT
           WRITE PERIOD-LOG-RECORD
           CLOSE PERIOD-LOG-FILE
           .

      * Only reached with the whole file in the table (LOAD-SWITCH).
       REWRITE-PERIODS.
           OPEN OUTPUT PERIOD-FILE
           PERFORM VARYING PRT-INDEX FROM 1 BY 1
                   UNTIL PRT-INDEX > PRT-COUNTER
               MOVE SPACES TO PERIOD-RECORD
               MOVE PRT-PERIOD(PRT-INDEX) TO PRD-PERIOD
               MOVE PRT-STATUS(PRT-INDEX) TO PRD-STATUS
               MOVE PRT-ACTION(PRT-INDEX) TO PRD-ACTION
               MOVE PRT-USER(PRT-INDEX) TO PRD-USER
               MOVE PRT-DATE(PRT-INDEX) TO PRD-DATE
               MOVE PRT-TIME(PRT-INDEX) TO PRD-TIME
               WRITE PERIOD-RECORD
           END-PERFORM
           CLOSE PERIOD-FILE
           .
