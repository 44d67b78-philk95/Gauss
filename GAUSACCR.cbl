      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly access report from the entitlement log. Every
      *          inquiry and extract program has its user checked
      *          against entitle.txt by GAUSENTL, and every check,
      *          granted or refused, is on access.txt. For
      *          GAUSS_ACCESS_MONTH (yyyymm, default the month before
      *          today) accessrpt.txt carries one page per user --
      *          who looked at what: per matrix id asked for, the
      *          desk it belongs to, the requests granted and
      *          refused, the first and last day asked and the
      *          program last used (a whole-master extract shows as
      *          *MASTER*) -- and a closing page of user totals whose
      *          grand total is footed against the month's checks.
      *          Return code 1 when nothing was checked that month or
      *          the report does not foot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-FILE ASSIGN TO 'access.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCESS-STATUS.

           SELECT OPTIONAL REPORT-FILE ASSIGN TO 'accessrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD ACCESS-FILE.
              COPY "GAUSACC.CPY".

           FD REPORT-FILE.
           01 REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
           77 ACR-MAX-ENTRIES          PIC 999 VALUE 999.

           01 ACCESS-STATUS            PIC XX.
           01 SCAN-EOF                 PIC X.

           01 ACCESS-MONTH-TEXT        PIC X(6).
           01 ACCESS-MONTH             PIC 9(6).
           01 ACCESS-MONTH-PARTS REDEFINES ACCESS-MONTH.
              05 ACCESS-YEAR           PIC 9(4).
              05 ACCESS-MM             PIC 99.
           01 TODAY-DATE               PIC 9(8).
           01 TODAY-PARTS REDEFINES TODAY-DATE.
              05 TODAY-YEAR            PIC 9(4).
              05 TODAY-MM              PIC 99.
              05 TODAY-DD              PIC 99.
           01 RECORD-DATE-TEXT         PIC X(8).

      *    One entry per user and matrix id, kept in user then matrix
      *    order as entries arrive, so the pages print straight down
      *    the table.
           01 ACCESS-TABLE.
              05 ACR-ENTRY OCCURS 999.
                 10 ACR-USER           PIC X(8).
                 10 ACR-MATRIX-ID      PIC X(10).
                 10 ACR-DESK           PIC X(8).
                 10 ACR-PROGRAM        PIC X(9).
                 10 ACR-GRANTED        PIC 9(5) COMP-3.
                 10 ACR-REFUSED        PIC 9(5) COMP-3.
                 10 ACR-FIRST-DATE     PIC 9(8).
                 10 ACR-LAST-DATE      PIC 9(8).
           01 ACR-COUNTER              PIC 999 COMP-3 VALUE ZERO.
           01 ACR-INDEX                PIC 9(4) COMP-3.
           01 ACR-FOUND-AT             PIC 9(4) COMP-3.
           01 ACR-INSERT-AT            PIC 9(4) COMP-3.
           01 ACR-DROPPED              PIC 9(5) COMP-3 VALUE ZERO.

      *    The month as read check by check -- the figures the
      *    closing page has to foot to.
           01 CHECK-USER               PIC X(8).
           01 MONTH-CHECKS             PIC 9(7) COMP-3 VALUE ZERO.
           01 MONTH-REFUSED            PIC 9(7) COMP-3 VALUE ZERO.

      *    User and grand accumulators for the printed pages.
           01 CURRENT-USER             PIC X(8).
           01 USER-GRANTED             PIC 9(7) COMP-3.
           01 USER-REFUSED             PIC 9(7) COMP-3.
           01 USER-COUNTER             PIC 999 COMP-3 VALUE ZERO.
           01 USER-SUMMARY-TABLE.
              05 USM-ENTRY OCCURS 999.
                 10 USM-USER           PIC X(8).
                 10 USM-GRANTED        PIC 9(7) COMP-3.
                 10 USM-REFUSED        PIC 9(7) COMP-3.
           01 USM-INDEX                PIC 9(4) COMP-3.
           01 GRAND-GRANTED            PIC 9(7) COMP-3 VALUE ZERO.
           01 GRAND-REFUSED            PIC 9(7) COMP-3 VALUE ZERO.
           01 GRAND-CHECKS             PIC 9(7) COMP-3 VALUE ZERO.
           01 PAGE-NUMBER              PIC 9(4) VALUE ZERO.

           01 PRINT-PAGE-NUMBER        PIC ZZZ9.
           01 PRINT-MATRIX-ID          PIC X(10).
           01 PRINT-GRANTED            PIC ZZZZZZ9.
           01 PRINT-REFUSED            PIC ZZZZZZ9.
           01 PRINT-CHECKS             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO ACCESS-MONTH-TEXT
           ACCEPT ACCESS-MONTH-TEXT FROM ENVIRONMENT
               "GAUSS_ACCESS_MONTH"
           IF ACCESS-MONTH-TEXT IS NUMERIC
              MOVE ACCESS-MONTH-TEXT TO ACCESS-MONTH
           ELSE
              IF TODAY-MM = 1
                 COMPUTE ACCESS-YEAR = TODAY-YEAR - 1
                 MOVE 12 TO ACCESS-MM
              ELSE
                 MOVE TODAY-YEAR TO ACCESS-YEAR
                 COMPUTE ACCESS-MM = TODAY-MM - 1
              END-IF
              MOVE ACCESS-MONTH TO ACCESS-MONTH-TEXT
           END-IF
           IF ACCESS-MM < 1 OR ACCESS-MM > 12
              DISPLAY 'GAUSS_ACCESS_MONTH MUST BE YYYYMM'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN INPUT ACCESS-FILE
           IF ACCESS-STATUS NOT = '00'
              DISPLAY 'access.txt NOT ON HAND - NOTHING TO REPORT'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           MOVE SPACE TO SCAN-EOF
           PERFORM TAKE-ONE-CHECK UNTIL SCAN-EOF = 'E'
           CLOSE ACCESS-FILE

           IF MONTH-CHECKS = 0
              DISPLAY 'NO ACCESS CHECKS FOR ' ACCESS-MONTH
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-USER-PAGES
           PERFORM WRITE-SUMMARY-PAGE
           CLOSE REPORT-FILE
           DISPLAY REPORT-RECORD
           IF GRAND-CHECKS = MONTH-CHECKS
              AND GRAND-REFUSED = MONTH-REFUSED
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.

       TAKE-ONE-CHECK.
           READ ACCESS-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           MOVE ACC-DATE TO RECORD-DATE-TEXT
           IF SCAN-EOF NOT = 'E'
              AND ACC-DATE IS NUMERIC
              AND RECORD-DATE-TEXT(1:6) = ACCESS-MONTH-TEXT
              ADD 1 TO MONTH-CHECKS
              IF ACC-REFUSED
                 ADD 1 TO MONTH-REFUSED
              END-IF
              MOVE ACC-USER TO CHECK-USER
              IF CHECK-USER = SPACES
                 MOVE '(NONE)' TO CHECK-USER
              END-IF
              PERFORM POST-TO-ACCESS-TABLE
           END-IF
           .

      * Find the user/matrix entry, or slot a new one in ahead of the
      * first entry that sorts after it.
       POST-TO-ACCESS-TABLE.
           MOVE 0 TO ACR-FOUND-AT
           MOVE 0 TO ACR-INSERT-AT
           PERFORM VARYING ACR-INDEX FROM 1 BY 1
                   UNTIL ACR-INDEX > ACR-COUNTER
                      OR ACR-FOUND-AT > 0 OR ACR-INSERT-AT > 0
               EVALUATE TRUE
                   WHEN ACR-USER(ACR-INDEX) = CHECK-USER
                        AND ACR-MATRIX-ID(ACR-INDEX) = ACC-MATRIX-ID
                       MOVE ACR-INDEX TO ACR-FOUND-AT
                   WHEN ACR-USER(ACR-INDEX) > CHECK-USER
                       MOVE ACR-INDEX TO ACR-INSERT-AT
                   WHEN ACR-USER(ACR-INDEX) = CHECK-USER
                        AND ACR-MATRIX-ID(ACR-INDEX) > ACC-MATRIX-ID
                       MOVE ACR-INDEX TO ACR-INSERT-AT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF ACR-FOUND-AT = 0
              IF ACR-COUNTER NOT < ACR-MAX-ENTRIES
                 ADD 1 TO ACR-DROPPED
              ELSE
                 IF ACR-INSERT-AT = 0
                    COMPUTE ACR-INSERT-AT = ACR-COUNTER + 1
                 END-IF
                 PERFORM VARYING ACR-INDEX FROM ACR-COUNTER BY -1
                         UNTIL ACR-INDEX < ACR-INSERT-AT
                     MOVE ACR-ENTRY(ACR-INDEX)
                         TO ACR-ENTRY(ACR-INDEX + 1)
                 END-PERFORM
                 ADD 1 TO ACR-COUNTER
                 MOVE ACR-INSERT-AT TO ACR-FOUND-AT
                 MOVE CHECK-USER TO ACR-USER(ACR-FOUND-AT)
                 MOVE ACC-MATRIX-ID TO ACR-MATRIX-ID(ACR-FOUND-AT)
                 MOVE 0 TO ACR-GRANTED(ACR-FOUND-AT)
                 MOVE 0 TO ACR-REFUSED(ACR-FOUND-AT)
                 MOVE ACC-DATE TO ACR-FIRST-DATE(ACR-FOUND-AT)
              END-IF
           END-IF
           IF ACR-FOUND-AT > 0
              IF ACC-REFUSED
                 ADD 1 TO ACR-REFUSED(ACR-FOUND-AT)
              ELSE
                 ADD 1 TO ACR-GRANTED(ACR-FOUND-AT)
              END-IF
              MOVE ACC-DESK TO ACR-DESK(ACR-FOUND-AT)
              MOVE ACC-PROGRAM TO ACR-PROGRAM(ACR-FOUND-AT)
              MOVE ACC-DATE TO ACR-LAST-DATE(ACR-FOUND-AT)
           END-IF
           .

      * The table is in user order, so a change of user closes one
      * page and opens the next.
       WRITE-USER-PAGES.
           MOVE SPACES TO CURRENT-USER
           PERFORM VARYING ACR-INDEX FROM 1 BY 1
                   UNTIL ACR-INDEX > ACR-COUNTER
               IF ACR-USER(ACR-INDEX) NOT = CURRENT-USER
                  IF CURRENT-USER NOT = SPACES
                     PERFORM WRITE-USER-TOTAL
                  END-IF
                  MOVE ACR-USER(ACR-INDEX) TO CURRENT-USER
                  PERFORM WRITE-USER-HEADING
               END-IF
               PERFORM WRITE-MATRIX-LINE
           END-PERFORM
           PERFORM WRITE-USER-TOTAL
           .

       WRITE-USER-HEADING.
           MOVE 0 TO USER-GRANTED
           MOVE 0 TO USER-REFUSED
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER
           IF PAGE-NUMBER > 1
              WRITE REPORT-RECORD FROM SPACES
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING 'MODEL ACCESS REPORT ' ACCESS-MONTH
               '   USER ' CURRENT-USER '   PAGE ' PRINT-PAGE-NUMBER
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD(1:72)
           MOVE SPACES TO REPORT-RECORD(73:)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'MATRIX ID  DESK     GRANTED REFUSED  FIRST   '
               ' LAST      PROGRAM' DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       WRITE-MATRIX-LINE.
           ADD ACR-GRANTED(ACR-INDEX) TO USER-GRANTED
           ADD ACR-REFUSED(ACR-INDEX) TO USER-REFUSED
           MOVE ACR-MATRIX-ID(ACR-INDEX) TO PRINT-MATRIX-ID
           IF PRINT-MATRIX-ID = SPACES
              MOVE '*MASTER*' TO PRINT-MATRIX-ID
           END-IF
           MOVE ACR-GRANTED(ACR-INDEX) TO PRINT-GRANTED
           MOVE ACR-REFUSED(ACR-INDEX) TO PRINT-REFUSED
           MOVE SPACES TO REPORT-RECORD
           STRING PRINT-MATRIX-ID ' ' ACR-DESK(ACR-INDEX)
               ' ' PRINT-GRANTED ' ' PRINT-REFUSED
               '  ' ACR-FIRST-DATE(ACR-INDEX)
               ' ' ACR-LAST-DATE(ACR-INDEX)
               '  ' ACR-PROGRAM(ACR-INDEX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       WRITE-USER-TOTAL.
           MOVE USER-GRANTED TO PRINT-GRANTED
           MOVE USER-REFUSED TO PRINT-REFUSED
           MOVE SPACES TO REPORT-RECORD
           STRING 'USER TOTAL          ' PRINT-GRANTED ' '
               PRINT-REFUSED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF USER-COUNTER < ACR-MAX-ENTRIES
              ADD 1 TO USER-COUNTER
              MOVE CURRENT-USER TO USM-USER(USER-COUNTER)
              MOVE USER-GRANTED TO USM-GRANTED(USER-COUNTER)
              MOVE USER-REFUSED TO USM-REFUSED(USER-COUNTER)
           END-IF
           .

      * User totals down the page, and the grand total footed
      * against the month as read check by check.
       WRITE-SUMMARY-PAGE.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER
           WRITE REPORT-RECORD FROM SPACES
           MOVE SPACES TO REPORT-RECORD
           STRING 'MODEL ACCESS SUMMARY ' ACCESS-MONTH
               '   PAGE ' PRINT-PAGE-NUMBER
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL '-' TO REPORT-RECORD(1:72)
           MOVE SPACES TO REPORT-RECORD(73:)
           WRITE REPORT-RECORD
           PERFORM VARYING USM-INDEX FROM 1 BY 1
                   UNTIL USM-INDEX > USER-COUNTER
               ADD USM-GRANTED(USM-INDEX) TO GRAND-GRANTED
               ADD USM-REFUSED(USM-INDEX) TO GRAND-REFUSED
               MOVE USM-GRANTED(USM-INDEX) TO PRINT-GRANTED
               MOVE USM-REFUSED(USM-INDEX) TO PRINT-REFUSED
               MOVE SPACES TO REPORT-RECORD
               STRING USM-USER(USM-INDEX) '   GRANTED ' PRINT-GRANTED
                   '   REFUSED ' PRINT-REFUSED
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF ACR-DROPPED > 0
              MOVE ACR-DROPPED TO PRINT-CHECKS
              MOVE SPACES TO REPORT-RECORD
              STRING PRINT-CHECKS ' CHECK(S) BEYOND THE '
                  'USER/MATRIX TABLE - NOT ON ANY PAGE'
                  DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           COMPUTE GRAND-CHECKS = GRAND-GRANTED + GRAND-REFUSED
           MOVE GRAND-GRANTED TO PRINT-GRANTED
           MOVE GRAND-REFUSED TO PRINT-REFUSED
           MOVE SPACES TO REPORT-RECORD
           STRING 'GRAND TOTAL   GRANTED ' PRINT-GRANTED
               '   REFUSED ' PRINT-REFUSED
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE MONTH-CHECKS TO PRINT-CHECKS
           MOVE SPACES TO REPORT-RECORD
           IF GRAND-CHECKS = MONTH-CHECKS
              AND GRAND-REFUSED = MONTH-REFUSED
              STRING 'FOOTS TO THE MONTH AS CHECKED ' PRINT-CHECKS
                  DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
              STRING 'DOES NOT FOOT - MONTH AS CHECKED ' PRINT-CHECKS
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .
