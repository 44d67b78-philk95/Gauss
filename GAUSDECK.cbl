      ******************************************************************
      * Author:
      * Date:
      * Purpose: Night-deck builder. Walks the model registry
      *          (registry.txt) for the active models due on
      *          GAUSS_DECK_DATE (yyyymmdd, default today) and, for
      *          each one, runs the two steps the operator used to run
      *          by hand: GAUSFEED over the model's own inbound feed
      *          (feed-<matrix id>.txt) to verify its control totals
      *          into period.txt, then GAUSTMPL to merge those values
      *          onto the model's template (the template filed under
      *          the matrix id, version in force on the deck date).
      *          Every merged deck is stacked into one eingabe.txt,
      *          ready for GAUSBATCH, and deckbuild.txt lists each due
      *          model as included, feed missing, feed totals failed
      *          (with GAUSFEED's reason) or template merge failed.
      *          Due means:
      *            D  every day
      *            W  on GAUSS_DECK_WEEKDAY (1 = Monday .. 7 = Sunday,
      *               default 5, Friday)
      *            M  on GAUSS_DECK_MONTHDAY (default 01; a day past
      *               the end of a short month falls on its last day)
      *          eingabe.txt is always rewritten from what was built,
      *          so a model that failed can never ride along on the
      *          previous night's deck.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSDECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO 'registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRY-STATUS.

           SELECT FEED-IN ASSIGN TO FEED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-IN-STATUS.

           SELECT OPTIONAL FEED-REJECT-IN ASSIGN TO 'feedreject.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-REJECT-STATUS.

      *    One model's merged deck as GAUSTMPL leaves it, and the
      *    finished night deck written back over it at the end.
           SELECT OPTIONAL ENTRY-FILE ASSIGN TO 'eingabe.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENTRY-STATUS.

      *    The night deck as it accumulates, model by model.
           SELECT OPTIONAL DECK-WORK-FILE ASSIGN TO 'deckwork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUILD-FILE ASSIGN TO 'deckbuild.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
              COPY "GAUSREG.CPY".

           FD FEED-IN.
           01 FEED-IN-RECORD               PIC X(50).

           FD FEED-REJECT-IN.
           01 FEED-REJECT-RECORD           PIC X(80).

           FD ENTRY-FILE.
           01 ENTRY-RECORD                 PIC X(2400).

           FD DECK-WORK-FILE.
           01 DECK-WORK-RECORD             PIC X(2400).

           FD BUILD-FILE.
           01 BUILD-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
           01 REGISTRY-STATUS              PIC XX.
           01 FEED-IN-STATUS               PIC XX.
           01 FEED-REJECT-STATUS           PIC XX.
           01 ENTRY-STATUS                 PIC XX.
           01 SCAN-EOF                     PIC X.
           01 COPY-EOF                     PIC X.
           01 FEED-FILE-NAME               PIC X(40).
           01 STEP-RC                      PIC S9(4) COMP-3.
           01 MODEL-OUTCOME                PIC X(60).

      *    The calendar the frequency codes are judged against.
           01 DECK-DATE                    PIC 9(8).
           01 DECK-DATE-PARTS REDEFINES DECK-DATE.
              05 DECK-YEAR                 PIC 9(4).
              05 DECK-MONTH                PIC 99.
              05 DECK-DAY                  PIC 99.
           01 DECK-DATE-TEXT               PIC X(8).
           01 DECK-WEEKDAY                 PIC 9.
           01 WEEKLY-DAY                   PIC 9 VALUE 5.
           01 WEEKLY-DAY-TEXT              PIC X.
           01 MONTHLY-DAY                  PIC 99 VALUE 1.
           01 MONTHLY-DAY-TEXT             PIC XX.
           01 DAYS-IN-MONTH                PIC 99.
           01 MONTH-LENGTHS                PIC X(24)
                                   VALUE '312831303130313130313031'.
           01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.
              05 MONTH-LENGTH              PIC 99 OCCURS 12.
      *    Day of week by Sakamoto's method: per-month offsets, the
      *    year taken back one for January and February.
           01 MONTH-OFFSETS                PIC X(12)
                                   VALUE '032503514624'.
           01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSETS.
              05 MONTH-OFFSET              PIC 9 OCCURS 12.
           01 CAL-YEAR                     PIC 9(4) COMP-3.
           01 CAL-SUM                      PIC 9(6) COMP-3.
           01 CAL-QUOTIENT                 PIC 9(6) COMP-3.
           01 CAL-REMAINDER                PIC 9(4) COMP-3.
           01 LEAP-REMAINDER-4             PIC 9(4) COMP-3.
           01 LEAP-REMAINDER-100           PIC 9(4) COMP-3.
           01 LEAP-REMAINDER-400           PIC 9(4) COMP-3.
           01 MODEL-DUE                    PIC X.

           01 DUE-COUNTER                  PIC 9(5) VALUE ZERO.
           01 INCLUDED-COUNTER             PIC 9(5) VALUE ZERO.
           01 MISSING-COUNTER              PIC 9(5) VALUE ZERO.
           01 FAILED-COUNTER               PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-DECK-CALENDAR

           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-STATUS NOT = '00'
              DISPLAY 'registry.txt NOT AVAILABLE - NO DECK BUILT'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT DECK-WORK-FILE
           CLOSE DECK-WORK-FILE
           OPEN OUTPUT BUILD-FILE
           MOVE SPACES TO BUILD-RECORD
           STRING 'NIGHT DECK BUILD FOR ' DECK-DATE
               DELIMITED BY SIZE INTO BUILD-RECORD
           WRITE BUILD-RECORD

           MOVE SPACE TO SCAN-EOF
           PERFORM BUILD-ONE-REGISTRY-ENTRY UNTIL SCAN-EOF = 'E'
           CLOSE REGISTRY-FILE

           PERFORM PUBLISH-NIGHT-DECK

           MOVE SPACES TO BUILD-RECORD
           STRING DUE-COUNTER ' DUE, ' INCLUDED-COUNTER ' INCLUDED, '
               MISSING-COUNTER ' FEED MISSING, ' FAILED-COUNTER
               ' FAILED' DELIMITED BY SIZE INTO BUILD-RECORD
           WRITE BUILD-RECORD
           CLOSE BUILD-FILE
           DISPLAY INCLUDED-COUNTER ' OF ' DUE-COUNTER
               ' DUE MODEL(S) STACKED INTO eingabe.txt - SEE '
               'deckbuild.txt'
           IF INCLUDED-COUNTER NOT = DUE-COUNTER
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.

      * Deck date, its weekday and the length of its month, plus the
      * weekly and monthly due days.
       SET-DECK-CALENDAR.
           MOVE SPACES TO DECK-DATE-TEXT
           ACCEPT DECK-DATE-TEXT FROM ENVIRONMENT "GAUSS_DECK_DATE"
           IF DECK-DATE-TEXT IS NUMERIC
              MOVE DECK-DATE-TEXT TO DECK-DATE
           ELSE
              ACCEPT DECK-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACE TO WEEKLY-DAY-TEXT
           ACCEPT WEEKLY-DAY-TEXT FROM ENVIRONMENT "GAUSS_DECK_WEEKDAY"
           IF WEEKLY-DAY-TEXT IS NUMERIC
              AND WEEKLY-DAY-TEXT NOT < '1'
              AND WEEKLY-DAY-TEXT NOT > '7'
              MOVE WEEKLY-DAY-TEXT TO WEEKLY-DAY
           END-IF
           MOVE SPACES TO MONTHLY-DAY-TEXT
           ACCEPT MONTHLY-DAY-TEXT
               FROM ENVIRONMENT "GAUSS_DECK_MONTHDAY"
           IF MONTHLY-DAY-TEXT IS NUMERIC
              AND MONTHLY-DAY-TEXT NOT < '01'
              AND MONTHLY-DAY-TEXT NOT > '31'
              MOVE MONTHLY-DAY-TEXT TO MONTHLY-DAY
           END-IF

           MOVE MONTH-LENGTH(DECK-MONTH) TO DAYS-IN-MONTH
           DIVIDE DECK-YEAR BY 4 GIVING CAL-QUOTIENT
               REMAINDER LEAP-REMAINDER-4
           DIVIDE DECK-YEAR BY 100 GIVING CAL-QUOTIENT
               REMAINDER LEAP-REMAINDER-100
           DIVIDE DECK-YEAR BY 400 GIVING CAL-QUOTIENT
               REMAINDER LEAP-REMAINDER-400
           IF DECK-MONTH = 2 AND LEAP-REMAINDER-4 = 0
              AND (LEAP-REMAINDER-100 NOT = 0
                   OR LEAP-REMAINDER-400 = 0)
              MOVE 29 TO DAYS-IN-MONTH
           END-IF
           IF MONTHLY-DAY > DAYS-IN-MONTH
              MOVE DAYS-IN-MONTH TO MONTHLY-DAY
           END-IF

           MOVE DECK-YEAR TO CAL-YEAR
           IF DECK-MONTH < 3
              SUBTRACT 1 FROM CAL-YEAR
           END-IF
           COMPUTE CAL-SUM = CAL-YEAR + MONTH-OFFSET(DECK-MONTH)
               + DECK-DAY
           DIVIDE CAL-YEAR BY 4 GIVING CAL-QUOTIENT
           ADD CAL-QUOTIENT TO CAL-SUM
           DIVIDE CAL-YEAR BY 100 GIVING CAL-QUOTIENT
           SUBTRACT CAL-QUOTIENT FROM CAL-SUM
           DIVIDE CAL-YEAR BY 400 GIVING CAL-QUOTIENT
           ADD CAL-QUOTIENT TO CAL-SUM
           DIVIDE CAL-SUM BY 7 GIVING CAL-QUOTIENT
               REMAINDER CAL-REMAINDER
      *    0 is Sunday in the method; the deck counts Monday as 1.
           IF CAL-REMAINDER = 0
              MOVE 7 TO DECK-WEEKDAY
           ELSE
              MOVE CAL-REMAINDER TO DECK-WEEKDAY
           END-IF
           .

       BUILD-ONE-REGISTRY-ENTRY.
           READ REGISTRY-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND REG-MATRIX-ID NOT = SPACES
              AND REG-ACTIVE
              MOVE SPACE TO MODEL-DUE
              EVALUATE TRUE
                  WHEN REG-FREQ-DAILY
                      MOVE 'Y' TO MODEL-DUE
                  WHEN REG-FREQ-WEEKLY
                      IF DECK-WEEKDAY = WEEKLY-DAY
                         MOVE 'Y' TO MODEL-DUE
                      END-IF
                  WHEN REG-FREQ-MONTHLY
                      IF DECK-DAY = MONTHLY-DAY
                         MOVE 'Y' TO MODEL-DUE
                      END-IF
              END-EVALUATE
              IF MODEL-DUE = 'Y'
                 ADD 1 TO DUE-COUNTER
                 PERFORM BUILD-ONE-MODEL
              END-IF
           END-IF
           .

      * Feed, then merge, then stack: each step only runs on the
      * previous one's success, and the build report gets one line
      * per due model whichever way it went.
       BUILD-ONE-MODEL.
           MOVE SPACES TO FEED-FILE-NAME
           STRING 'feed-' REG-MATRIX-ID DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE INTO FEED-FILE-NAME
           MOVE SPACES TO MODEL-OUTCOME
           OPEN INPUT FEED-IN
           IF FEED-IN-STATUS NOT = '00'
              ADD 1 TO MISSING-COUNTER
              STRING 'FEED MISSING - ' FEED-FILE-NAME
                  DELIMITED BY SIZE INTO MODEL-OUTCOME
           ELSE
              CLOSE FEED-IN
              PERFORM RUN-MODEL-FEED
           END-IF
           IF MODEL-OUTCOME = SPACES
              PERFORM RUN-MODEL-MERGE
           END-IF
           IF MODEL-OUTCOME = SPACES
              PERFORM STACK-MERGED-DECK
              ADD 1 TO INCLUDED-COUNTER
              MOVE 'INCLUDED' TO MODEL-OUTCOME
           END-IF
           MOVE SPACES TO BUILD-RECORD
           STRING REG-MATRIX-ID ' ' REG-DESK ' ' REG-FREQUENCY ' '
               MODEL-OUTCOME DELIMITED BY SIZE INTO BUILD-RECORD
           WRITE BUILD-RECORD
           .

      * GAUSFEED is cancelled after every call so the next model's
      * feed starts from clean counters and hash totals.
       RUN-MODEL-FEED.
           SET ENVIRONMENT 'GAUSS_FEED_FILE' TO FEED-FILE-NAME
           CALL 'GAUSFEED'
           MOVE RETURN-CODE TO STEP-RC
           CANCEL 'GAUSFEED'
           IF STEP-RC NOT = 0
              ADD 1 TO FAILED-COUNTER
              PERFORM TAKE-FEED-REJECT-REASON
           END-IF
           .

      * The model's template is the one filed under its matrix id,
      * in the version in force on the deck date -- never a version
      * an operator forced for some earlier hand merge.
       RUN-MODEL-MERGE.
           SET ENVIRONMENT 'GAUSS_TEMPLATE' TO REG-MATRIX-ID
           SET ENVIRONMENT 'GAUSS_TEMPLATE_DATE' TO DECK-DATE
           SET ENVIRONMENT 'GAUSS_TEMPLATE_VERSION' TO SPACES
           CALL 'GAUSTMPL'
           MOVE RETURN-CODE TO STEP-RC
           CANCEL 'GAUSTMPL'
           IF STEP-RC NOT = 0
              ADD 1 TO FAILED-COUNTER
              MOVE 'TEMPLATE MERGE FAILED - SEE CONSOLE LOG'
                  TO MODEL-OUTCOME
           END-IF
           .

      * GAUSFEED leaves its reason as the first line of
      * feedreject.txt; the build report carries it on.
       TAKE-FEED-REJECT-REASON.
           MOVE 'FEED TOTALS FAILED' TO MODEL-OUTCOME
           OPEN INPUT FEED-REJECT-IN
           IF FEED-REJECT-STATUS = '00'
              READ FEED-REJECT-IN
                  NOT AT END
                      MOVE SPACES TO MODEL-OUTCOME
                      STRING 'FEED TOTALS FAILED - '
                          FEED-REJECT-RECORD(17:39)
                          DELIMITED BY SIZE INTO MODEL-OUTCOME
              END-READ
              CLOSE FEED-REJECT-IN
           END-IF
           .

       STACK-MERGED-DECK.
           OPEN INPUT ENTRY-FILE
           OPEN EXTEND DECK-WORK-FILE
           MOVE SPACE TO COPY-EOF
           PERFORM COPY-ONE-DECK-LINE UNTIL COPY-EOF = 'E'
           CLOSE DECK-WORK-FILE
           CLOSE ENTRY-FILE
           .

       COPY-ONE-DECK-LINE.
           READ ENTRY-FILE
               AT END MOVE 'E' TO COPY-EOF
           END-READ
           IF COPY-EOF NOT = 'E'
              WRITE DECK-WORK-RECORD FROM ENTRY-RECORD
           END-IF
           .

      * The stacked deck replaces eingabe.txt whole -- empty when
      * nothing was built, never the last model's merge by itself.
       PUBLISH-NIGHT-DECK.
           OPEN INPUT DECK-WORK-FILE
           OPEN OUTPUT ENTRY-FILE
           MOVE SPACE TO COPY-EOF
           PERFORM PUBLISH-ONE-DECK-LINE UNTIL COPY-EOF = 'E'
           CLOSE ENTRY-FILE
           CLOSE DECK-WORK-FILE
           .

       PUBLISH-ONE-DECK-LINE.
           READ DECK-WORK-FILE
               AT END MOVE 'E' TO COPY-EOF
           END-READ
           IF COPY-EOF NOT = 'E'
              WRITE ENTRY-RECORD FROM DECK-WORK-RECORD
           END-IF
           .
