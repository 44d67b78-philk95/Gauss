      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly desk chargeback from the run journal. Compute
      *          time used to be billed to the desks as a flat split;
      *          the journal has carried the submitter, the size and
      *          the elapsed figure of every matrix all along, so each
      *          run is now priced from the rate table chgrates.txt:
      *            RUN            charge per journaled run
      *            SECOND         charge per elapsed second
      *            <outcome word> surcharge per run journaled with
      *                           that outcome -- INVERTED and
      *                           SENSITIVITY, typically, or any other
      *                           journal outcome the desks agree on
      *          For GAUSS_CHARGE_MONTH (yyyymm, default the month
      *          before today) the journal records of that month are
      *          read from journal.txt and from every generation
      *          GAUSARCH has cut over (JOURNALyyyymmdd.TXT) dated in
      *          that month or the month after. A SKIPPED, CHAIN-
      *          SKIPPED or DRIFT-HELD matrix never reached the solve
      *          and is not charged. chargeback.txt
      *          carries one statement page per desk (per matrix id:
      *          runs, elapsed seconds, run, time and surcharge
      *          amounts; then the desk total) and a closing page of
      *          desk totals whose grand total is footed against the
      *          month's priced runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSCHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT RATE-FILE ASSIGN TO 'chgrates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-STATUS.

           SELECT OPTIONAL STATEMENT-FILE ASSIGN TO 'chargeback.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Layout as written by the load step's WRITE-JOURNAL-RECORD.
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
              05 JRN-SEQUENCE          PIC 9(5).
              05 FILLER                PIC X.
              05 JRN-ROWS              PIC 9(3).
              05 FILLER                PIC X.
              05 JRN-COLUMNS           PIC 9(3).
              05 FILLER                PIC X.
              05 JRN-DISPOSITION       PIC X(13).
              05 FILLER                PIC X.
              05 JRN-RESIDUAL          PIC X(9).
              05 FILLER                PIC X.
              05 JRN-START-STAMP.
                 10 JRN-START-MONTH       PIC X(6).
                 10 FILLER                PIC X(2).
                 10 JRN-START-STAMP-TIME  PIC X(8).
              05 FILLER                PIC X.
              05 JRN-END-STAMP         PIC X(16).
              05 FILLER                PIC X.
              05 JRN-ELAPSED           PIC 9(9).
              05 FILLER                PIC X.
              05 JRN-MATRIX-ID         PIC X(10).
              05 FILLER                PIC X.
              05 JRN-SUBMITTER         PIC X(8).

      *    One rate per line: the code and the amount in currency
      *    units to four places.
           FD RATE-FILE.
           01 RATE-RECORD.
              05 RTE-CODE              PIC X(13).
              05 FILLER                PIC X.
              05 RTE-AMOUNT            PIC 9(5).9(4).

           FD STATEMENT-FILE.
           01 STATEMENT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           77 CHG-MAX-ENTRIES          PIC 999 VALUE 999.
           77 CHG-MAX-RATES            PIC 99 VALUE 30.

           01 JOURNAL-STATUS           PIC XX.
           01 RATE-STATUS              PIC XX.
           01 JOURNAL-FILE-NAME        PIC X(24).
           01 SCAN-EOF                 PIC X.

           01 CHARGE-MONTH-TEXT        PIC X(6).
           01 CHARGE-MONTH             PIC 9(6).
           01 CHARGE-MONTH-PARTS REDEFINES CHARGE-MONTH.
              05 CHARGE-YEAR           PIC 9(4).
              05 CHARGE-MM             PIC 99.
           01 TODAY-DATE               PIC 9(8).
           01 TODAY-PARTS REDEFINES TODAY-DATE.
              05 TODAY-YEAR            PIC 9(4).
              05 TODAY-MM              PIC 99.
              05 TODAY-DD              PIC 99.

      *    Generation dates probed: every day of the charge month and
      *    of the month after it, when the month's cutover is run.
           01 PROBE-MONTH              PIC 9(6).
           01 PROBE-MONTH-PARTS REDEFINES PROBE-MONTH.
              05 PROBE-YEAR            PIC 9(4).
              05 PROBE-MM              PIC 99.
           01 PROBE-PASS               PIC 9 COMP-3.
           01 PROBE-DAY                PIC 99.
           01 SOURCE-COUNTER           PIC 99 COMP-3 VALUE ZERO.
           01 SOURCE-INDEX             PIC 99 COMP-3.
           01 SOURCE-TABLE.
              05 SOURCE-NAME           PIC X(24) OCCURS 62.

      *    The rate table: RUN and SECOND are picked out, every other
      *    code is an outcome surcharge looked up per run.
           01 RATE-RUN                 PIC 9(5)V9(4) COMP-3 VALUE 0.
           01 RATE-SECOND              PIC 9(5)V9(4) COMP-3 VALUE 0.
           01 SURCHARGE-TABLE.
              05 SUR-ENTRY OCCURS 30.
                 10 SUR-CODE           PIC X(13).
                 10 SUR-AMOUNT         PIC 9(5)V9(4) COMP-3.
           01 SUR-COUNTER              PIC 99 COMP-3 VALUE ZERO.
           01 SUR-INDEX                PIC 99 COMP-3.
           01 RATE-LINES               PIC 99 COMP-3 VALUE ZERO.

      *    One entry per desk and matrix id, kept in desk then matrix
      *    order as entries arrive, so the statements print straight
      *    down the table.
           01 CHARGE-TABLE.
              05 CHG-ENTRY OCCURS 999.
                 10 CHG-DESK           PIC X(8).
                 10 CHG-MATRIX-ID      PIC X(10).
                 10 CHG-RUNS           PIC 9(5) COMP-3.
                 10 CHG-ELAPSED        PIC 9(11) COMP-3.
                 10 CHG-RUN-AMOUNT     PIC S9(9)V99 COMP-3.
                 10 CHG-TIME-AMOUNT    PIC S9(9)V99 COMP-3.
                 10 CHG-SUR-AMOUNT     PIC S9(9)V99 COMP-3.
           01 CHG-COUNTER              PIC 999 COMP-3 VALUE ZERO.
           01 CHG-INDEX                PIC 9(4) COMP-3.
           01 CHG-FOUND-AT             PIC 9(4) COMP-3.
           01 CHG-INSERT-AT            PIC 9(4) COMP-3.
           01 CHG-DROPPED              PIC 9(5) COMP-3 VALUE ZERO.

      *    One run as priced, and the month priced run by run -- the
      *    figure the statements' grand total has to foot to.
           01 RUN-DESK                 PIC X(8).
           01 RUN-AMOUNT               PIC S9(9)V99 COMP-3.
           01 TIME-AMOUNT              PIC S9(9)V99 COMP-3.
           01 SUR-AMOUNT-RUN           PIC S9(9)V99 COMP-3.
           01 MONTH-RUNS               PIC 9(7) COMP-3 VALUE ZERO.
           01 MONTH-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.

      *    Desk and grand accumulators for the printed statements.
           01 CURRENT-DESK             PIC X(8).
           01 DESK-RUNS                PIC 9(7) COMP-3.
           01 DESK-ELAPSED             PIC 9(11) COMP-3.
           01 DESK-TOTAL               PIC S9(11)V99 COMP-3.
           01 LINE-TOTAL               PIC S9(11)V99 COMP-3.
           01 DESK-COUNTER             PIC 999 COMP-3 VALUE ZERO.
           01 DESK-SUMMARY-TABLE.
              05 DSM-ENTRY OCCURS 999.
                 10 DSM-DESK           PIC X(8).
                 10 DSM-RUNS           PIC 9(7) COMP-3.
                 10 DSM-TOTAL          PIC S9(11)V99 COMP-3.
           01 DSM-INDEX                PIC 9(4) COMP-3.
           01 GRAND-RUNS               PIC 9(7) COMP-3 VALUE ZERO.
           01 GRAND-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
           01 PAGE-NUMBER              PIC 9(4) VALUE ZERO.

           01 PRINT-PAGE-NUMBER        PIC ZZZ9.
           01 PRINT-RUNS               PIC ZZZZZ9.
           01 PRINT-SECONDS            PIC ZZZZZZ9.99.
           01 PRINT-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           01 PRINT-RUN-AMOUNT         PIC ZZZZZ9.99.
           01 PRINT-TIME-AMOUNT        PIC ZZZZZ9.99.
           01 PRINT-SUR-AMOUNT         PIC ZZZZZ9.99.
           01 PRINT-LINE-TOTAL         PIC ZZZZZZ9.99.
           01 PRINT-RATE               PIC ZZZZ9.9999.
           01 SECONDS-WORK             PIC 9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO CHARGE-MONTH-TEXT
           ACCEPT CHARGE-MONTH-TEXT FROM ENVIRONMENT
               "GAUSS_CHARGE_MONTH"
           IF CHARGE-MONTH-TEXT IS NUMERIC
              MOVE CHARGE-MONTH-TEXT TO CHARGE-MONTH
           ELSE
              IF TODAY-MM = 1
                 COMPUTE CHARGE-YEAR = TODAY-YEAR - 1
                 MOVE 12 TO CHARGE-MM
              ELSE
                 MOVE TODAY-YEAR TO CHARGE-YEAR
                 COMPUTE CHARGE-MM = TODAY-MM - 1
              END-IF
              MOVE CHARGE-MONTH TO CHARGE-MONTH-TEXT
           END-IF
           IF CHARGE-MM < 1 OR CHARGE-MM > 12
              DISPLAY 'GAUSS_CHARGE_MONTH MUST BE YYYYMM'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           PERFORM LOAD-RATES
           IF RATE-LINES = 0
              DISPLAY 'chgrates.txt MISSING OR EMPTY - NOTHING PRICED'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           MOVE 'journal.txt' TO JOURNAL-FILE-NAME
           PERFORM READ-ONE-JOURNAL-SOURCE
           MOVE CHARGE-MONTH TO PROBE-MONTH
           PERFORM VARYING PROBE-PASS FROM 1 BY 1 UNTIL PROBE-PASS > 2
               PERFORM VARYING PROBE-DAY FROM 1 BY 1
                       UNTIL PROBE-DAY > 31
                   MOVE SPACES TO JOURNAL-FILE-NAME
                   STRING 'JOURNAL' PROBE-MONTH PROBE-DAY '.TXT'
                       DELIMITED BY SIZE INTO JOURNAL-FILE-NAME
                   PERFORM READ-ONE-JOURNAL-SOURCE
               END-PERFORM
               IF PROBE-MM = 12
                  ADD 1 TO PROBE-YEAR
                  MOVE 1 TO PROBE-MM
               ELSE
                  ADD 1 TO PROBE-MM
               END-IF
           END-PERFORM

           IF MONTH-RUNS = 0
              DISPLAY 'NO CHARGEABLE JOURNAL RECORDS FOR ' CHARGE-MONTH
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           PERFORM WRITE-DESK-STATEMENTS
           PERFORM WRITE-GRAND-TOTAL-PAGE
           CLOSE STATEMENT-FILE
           DISPLAY STATEMENT-RECORD
           IF GRAND-TOTAL = MONTH-TOTAL
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 1 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.

       LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF RATE-STATUS = '00'
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-RATE UNTIL SCAN-EOF = 'E'
              CLOSE RATE-FILE
           END-IF
           .

       TAKE-ONE-RATE.
           READ RATE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND RTE-CODE NOT = SPACES
              ADD 1 TO RATE-LINES
              EVALUATE RTE-CODE
                  WHEN 'RUN'
                      MOVE RTE-AMOUNT TO RATE-RUN
                  WHEN 'SECOND'
                      MOVE RTE-AMOUNT TO RATE-SECOND
                  WHEN OTHER
                      IF SUR-COUNTER < CHG-MAX-RATES
                         ADD 1 TO SUR-COUNTER
                         MOVE RTE-CODE TO SUR-CODE(SUR-COUNTER)
                         MOVE RTE-AMOUNT TO SUR-AMOUNT(SUR-COUNTER)
                      END-IF
              END-EVALUATE
           END-IF
           .

      * A generation that is not there is simply not a source; the
      * ones read are named on the closing page.
       READ-ONE-JOURNAL-SOURCE.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = '00'
              IF SOURCE-COUNTER < 62
                 ADD 1 TO SOURCE-COUNTER
                 MOVE JOURNAL-FILE-NAME TO SOURCE-NAME(SOURCE-COUNTER)
              END-IF
              MOVE SPACE TO SCAN-EOF
              PERFORM PRICE-ONE-JOURNAL-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE JOURNAL-FILE
           END-IF
           .

       PRICE-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JRN-SEQUENCE IS NUMERIC
              AND JRN-ELAPSED IS NUMERIC
              AND JRN-START-MONTH = CHARGE-MONTH-TEXT
              AND JRN-DISPOSITION NOT = 'SKIPPED'
              AND JRN-DISPOSITION NOT = 'CHAIN-SKIPPED'
              AND JRN-DISPOSITION NOT = 'DRIFT-HELD'
              COMPUTE RUN-AMOUNT ROUNDED = RATE-RUN
              COMPUTE TIME-AMOUNT ROUNDED =
                  JRN-ELAPSED / 100 * RATE-SECOND
              MOVE 0 TO SUR-AMOUNT-RUN
              PERFORM VARYING SUR-INDEX FROM 1 BY 1
                      UNTIL SUR-INDEX > SUR-COUNTER
                  IF SUR-CODE(SUR-INDEX) = JRN-DISPOSITION
                     COMPUTE SUR-AMOUNT-RUN ROUNDED =
                         SUR-AMOUNT(SUR-INDEX)
                  END-IF
              END-PERFORM
              ADD 1 TO MONTH-RUNS
              COMPUTE MONTH-TOTAL = MONTH-TOTAL + RUN-AMOUNT
                  + TIME-AMOUNT + SUR-AMOUNT-RUN
              MOVE JRN-SUBMITTER TO RUN-DESK
              IF RUN-DESK = SPACES
                 MOVE '(NONE)' TO RUN-DESK
              END-IF
              PERFORM POST-TO-CHARGE-TABLE
           END-IF
           .

      * Find the desk/matrix entry, or slot a new one in ahead of the
      * first entry that sorts after it.
       POST-TO-CHARGE-TABLE.
           MOVE 0 TO CHG-FOUND-AT
           MOVE 0 TO CHG-INSERT-AT
           PERFORM VARYING CHG-INDEX FROM 1 BY 1
                   UNTIL CHG-INDEX > CHG-COUNTER
                      OR CHG-FOUND-AT > 0 OR CHG-INSERT-AT > 0
               EVALUATE TRUE
                   WHEN CHG-DESK(CHG-INDEX) = RUN-DESK
                        AND CHG-MATRIX-ID(CHG-INDEX) = JRN-MATRIX-ID
                       MOVE CHG-INDEX TO CHG-FOUND-AT
                   WHEN CHG-DESK(CHG-INDEX) > RUN-DESK
                       MOVE CHG-INDEX TO CHG-INSERT-AT
                   WHEN CHG-DESK(CHG-INDEX) = RUN-DESK
                        AND CHG-MATRIX-ID(CHG-INDEX) > JRN-MATRIX-ID
                       MOVE CHG-INDEX TO CHG-INSERT-AT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF CHG-FOUND-AT = 0
              IF CHG-COUNTER NOT < CHG-MAX-ENTRIES
                 ADD 1 TO CHG-DROPPED
              ELSE
                 IF CHG-INSERT-AT = 0
                    COMPUTE CHG-INSERT-AT = CHG-COUNTER + 1
                 END-IF
                 PERFORM VARYING CHG-INDEX FROM CHG-COUNTER BY -1
                         UNTIL CHG-INDEX < CHG-INSERT-AT
                     MOVE CHG-ENTRY(CHG-INDEX)
                         TO CHG-ENTRY(CHG-INDEX + 1)
                 END-PERFORM
                 ADD 1 TO CHG-COUNTER
                 MOVE CHG-INSERT-AT TO CHG-FOUND-AT
                 MOVE RUN-DESK TO CHG-DESK(CHG-FOUND-AT)
                 MOVE JRN-MATRIX-ID TO CHG-MATRIX-ID(CHG-FOUND-AT)
                 MOVE 0 TO CHG-RUNS(CHG-FOUND-AT)
                 MOVE 0 TO CHG-ELAPSED(CHG-FOUND-AT)
                 MOVE 0 TO CHG-RUN-AMOUNT(CHG-FOUND-AT)
                 MOVE 0 TO CHG-TIME-AMOUNT(CHG-FOUND-AT)
                 MOVE 0 TO CHG-SUR-AMOUNT(CHG-FOUND-AT)
              END-IF
           END-IF
           IF CHG-FOUND-AT > 0
              ADD 1 TO CHG-RUNS(CHG-FOUND-AT)
              ADD JRN-ELAPSED TO CHG-ELAPSED(CHG-FOUND-AT)
              ADD RUN-AMOUNT TO CHG-RUN-AMOUNT(CHG-FOUND-AT)
              ADD TIME-AMOUNT TO CHG-TIME-AMOUNT(CHG-FOUND-AT)
              ADD SUR-AMOUNT-RUN TO CHG-SUR-AMOUNT(CHG-FOUND-AT)
           END-IF
           .

      * The table is in desk order, so a change of desk closes one
      * statement page and opens the next.
       WRITE-DESK-STATEMENTS.
           MOVE SPACES TO CURRENT-DESK
           PERFORM VARYING CHG-INDEX FROM 1 BY 1
                   UNTIL CHG-INDEX > CHG-COUNTER
               IF CHG-DESK(CHG-INDEX) NOT = CURRENT-DESK
                  IF CURRENT-DESK NOT = SPACES
                     PERFORM WRITE-DESK-TOTAL
                  END-IF
                  MOVE CHG-DESK(CHG-INDEX) TO CURRENT-DESK
                  PERFORM WRITE-DESK-HEADING
               END-IF
               PERFORM WRITE-MATRIX-LINE
           END-PERFORM
           PERFORM WRITE-DESK-TOTAL
           .

       WRITE-DESK-HEADING.
           MOVE 0 TO DESK-RUNS
           MOVE 0 TO DESK-ELAPSED
           MOVE 0 TO DESK-TOTAL
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER
           IF PAGE-NUMBER > 1
              WRITE STATEMENT-RECORD FROM SPACES
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'DESK CHARGEBACK STATEMENT ' CHARGE-MONTH
               '   DESK ' CURRENT-DESK '   PAGE ' PRINT-PAGE-NUMBER
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE ALL '-' TO STATEMENT-RECORD(1:72)
           MOVE SPACES TO STATEMENT-RECORD(73:)
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'MATRIX ID    RUNS    SECONDS   PER RUN  ELAPSED'
               '  SURCHG      TOTAL' DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .

       WRITE-MATRIX-LINE.
           COMPUTE LINE-TOTAL = CHG-RUN-AMOUNT(CHG-INDEX)
               + CHG-TIME-AMOUNT(CHG-INDEX) + CHG-SUR-AMOUNT(CHG-INDEX)
           ADD CHG-RUNS(CHG-INDEX) TO DESK-RUNS
           ADD CHG-ELAPSED(CHG-INDEX) TO DESK-ELAPSED
           ADD LINE-TOTAL TO DESK-TOTAL
           MOVE CHG-RUNS(CHG-INDEX) TO PRINT-RUNS
           COMPUTE SECONDS-WORK = CHG-ELAPSED(CHG-INDEX) / 100
           MOVE SECONDS-WORK TO PRINT-SECONDS
           MOVE CHG-RUN-AMOUNT(CHG-INDEX) TO PRINT-RUN-AMOUNT
           MOVE CHG-TIME-AMOUNT(CHG-INDEX) TO PRINT-TIME-AMOUNT
           MOVE CHG-SUR-AMOUNT(CHG-INDEX) TO PRINT-SUR-AMOUNT
           MOVE LINE-TOTAL TO PRINT-LINE-TOTAL
           MOVE SPACES TO STATEMENT-RECORD
           STRING CHG-MATRIX-ID(CHG-INDEX) ' ' PRINT-RUNS
               ' ' PRINT-SECONDS PRINT-RUN-AMOUNT PRINT-TIME-AMOUNT
               PRINT-SUR-AMOUNT ' ' PRINT-LINE-TOTAL
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .

       WRITE-DESK-TOTAL.
           MOVE DESK-RUNS TO PRINT-RUNS
           COMPUTE SECONDS-WORK = DESK-ELAPSED / 100
           MOVE SECONDS-WORK TO PRINT-SECONDS
           MOVE DESK-TOTAL TO PRINT-AMOUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'DESK TOTAL' ' ' PRINT-RUNS ' ' PRINT-SECONDS
               '   AMOUNT DUE ' PRINT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF DESK-COUNTER < CHG-MAX-ENTRIES
              ADD 1 TO DESK-COUNTER
              MOVE CURRENT-DESK TO DSM-DESK(DESK-COUNTER)
              MOVE DESK-RUNS TO DSM-RUNS(DESK-COUNTER)
              MOVE DESK-TOTAL TO DSM-TOTAL(DESK-COUNTER)
           END-IF
           .

      * Desk totals down the page, the rates they were priced at and
      * the sources read, and the grand total footed against the
      * month as priced run by run.
       WRITE-GRAND-TOTAL-PAGE.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER
           WRITE STATEMENT-RECORD FROM SPACES
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'DESK CHARGEBACK SUMMARY ' CHARGE-MONTH
               '   PAGE ' PRINT-PAGE-NUMBER
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE ALL '-' TO STATEMENT-RECORD(1:72)
           MOVE SPACES TO STATEMENT-RECORD(73:)
           WRITE STATEMENT-RECORD
           PERFORM VARYING DSM-INDEX FROM 1 BY 1
                   UNTIL DSM-INDEX > DESK-COUNTER
               ADD DSM-RUNS(DSM-INDEX) TO GRAND-RUNS
               ADD DSM-TOTAL(DSM-INDEX) TO GRAND-TOTAL
               MOVE DSM-RUNS(DSM-INDEX) TO PRINT-RUNS
               MOVE DSM-TOTAL(DSM-INDEX) TO PRINT-AMOUNT
               MOVE SPACES TO STATEMENT-RECORD
               STRING DSM-DESK(DSM-INDEX) '   RUNS ' PRINT-RUNS
                   '   AMOUNT ' PRINT-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-PERFORM

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE RATE-RUN TO PRINT-RATE
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'RATE PER RUN    ' PRINT-RATE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE RATE-SECOND TO PRINT-RATE
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'RATE PER SECOND ' PRINT-RATE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM VARYING SUR-INDEX FROM 1 BY 1
                   UNTIL SUR-INDEX > SUR-COUNTER
               MOVE SUR-AMOUNT(SUR-INDEX) TO PRINT-RATE
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'SURCHARGE ' SUR-CODE(SUR-INDEX) ' ' PRINT-RATE
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-PERFORM
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > SOURCE-COUNTER
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'SOURCE ' SOURCE-NAME(SOURCE-INDEX)
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-PERFORM
           IF CHG-DROPPED > 0
              MOVE CHG-DROPPED TO PRINT-RUNS
              MOVE SPACES TO STATEMENT-RECORD
              STRING PRINT-RUNS ' RUN(S) BEYOND THE '
                  'DESK/MATRIX TABLE - NOT ON ANY STATEMENT'
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE GRAND-RUNS TO PRINT-RUNS
           MOVE GRAND-TOTAL TO PRINT-AMOUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'GRAND TOTAL   RUNS ' PRINT-RUNS
               '   AMOUNT ' PRINT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE MONTH-TOTAL TO PRINT-AMOUNT
           MOVE SPACES TO STATEMENT-RECORD
           IF GRAND-TOTAL = MONTH-TOTAL
              STRING 'FOOTS TO THE MONTH AS PRICED ' PRINT-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
              STRING 'DOES NOT FOOT - MONTH AS PRICED ' PRINT-AMOUNT
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF
           WRITE STATEMENT-RECORD
           .
