      ******************************************************************
      * Author:
      * Date:
      * Purpose: Browse screen over the results master (results.dat)
      *          and the model master (model.dat) -- the everyday
      *          inquiry tool. GAUSINQ, GAUSHIST and GAUSFETCH each
      *          print one answer per run from environment settings;
      *          here the analyst types a matrix id and pages through
      *          its runs, newest first, then opens a run to see its
      *          solved values (labels, display units and scaled
      *          figures as the output step filed them) or switches
      *          to the input deck stored for it, and can send that
      *          deck to fetched.txt exactly as GAUSFETCH would.
      *          The output step stamps each solved matrix while the
      *          model master stamps the deck when the batch stored
      *          it, a little earlier; a run's deck is therefore the
      *          latest one stored for the id at or before the run.
      *          A stored deck that never filed results (the matrix
      *          failed or was held) lists as a run of its own, so
      *          the question "what did they send us" can still be
      *          answered for it.
      *          Commands: N/P page, V values, D deck, F fetch the
      *          deck, S shift the deck view right, L back to the run
      *          list, X exit; on the run list V, D and F take the
      *          line number of the run.
      *          Every matrix id typed is checked for GAUSS_USER
      *          against entitle.txt (GAUSENTL): an id on a desk the
      *          user is not entitled to lists no runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSBROW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT MODEL-FILE ASSIGN TO 'model.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MDL-KEY
           FILE STATUS IS MDL-STATUS.

           SELECT OPTIONAL FETCH-FILE ASSIGN TO 'fetched.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD MODEL-FILE.
           01 MODEL-RECORD.
              05 MDL-KEY.
                 10 MDL-MATRIX-ID         PIC X(10).
                 10 MDL-RUN-DATE          PIC 9(8).
                 10 MDL-RUN-TIME          PIC 9(8).
                 10 MDL-LINE-NO           PIC 9(5).
              05 MDL-LINE                 PIC X(2400).

           FD FETCH-FILE.
           01 FETCH-RECORD                 PIC X(2400).

       WORKING-STORAGE SECTION.
           01 RES-STATUS                   PIC XX.
           01 MDL-STATUS                   PIC XX.
           01 RESULTS-OPEN                 PIC X VALUE SPACE.
           01 MODEL-OPEN                   PIC X VALUE SPACE.
           01 SCAN-EOF                     PIC X.

      *    What the analyst typed, and what the screen is showing:
      *    the view (L run list, V values, D deck) and its page.
           01 BRW-MATRIX-ID                PIC X(10) VALUE SPACES.
           01 BRW-COMMAND                  PIC X VALUE SPACE.
           01 BRW-SELECT                   PIC 99 VALUE ZERO.
           01 LOADED-MATRIX-ID             PIC X(10) VALUE SPACES.
           01 BROWSE-VIEW                  PIC X VALUE 'L'.
              88 VIEW-RUN-LIST             VALUE 'L'.
              88 VIEW-VALUES               VALUE 'V'.
              88 VIEW-DECK                 VALUE 'D'.
           01 BROWSE-END                   PIC X VALUE SPACE.
              88 BROWSE-DONE               VALUE 'Y'.
           01 CURRENT-PAGE                 PIC 9(3) COMP-3 VALUE 1.
           01 PAGE-COUNT                   PIC 9(3) COMP-3.
           01 LINES-PER-PAGE               PIC 99 COMP-3 VALUE 15.
           01 SHOW-INDEX                   PIC 99 COMP-3.
           01 LINE-OFFSET                  PIC 9(5) COMP-3.

      *    Screen texts, rebuilt for every display.
           01 SCREEN-TITLE                 PIC X(78).
           01 SCREEN-CONTEXT               PIC X(54).
           01 SCREEN-HEADING               PIC X(78).
           01 SCREEN-MESSAGE               PIC X(78) VALUE SPACES.
           01 SCREEN-KEYS                  PIC X(58).
           01 SHOW-TABLE.
              05 SHOW-LINE                 PIC X(78) OCCURS 15.

      *    Every run of the id, oldest first as the keys deliver
      *    them (the screen turns the order round), each with the
      *    stamp of the deck it was solved from.
           01 RUN-TABLE.
              05 RUN-ENTRY                 OCCURS 500.
                 10 RUN-STAMP.
                    15 RUN-DATE            PIC 9(8).
                    15 RUN-TIME            PIC 9(8).
                 10 RUN-SUBMITTER          PIC X(8).
                 10 RUN-VALUES             PIC 9(5) COMP-3.
                 10 RUN-SCENARIOS          PIC 99 COMP-3.
                 10 RUN-SUPERSEDED         PIC X.
                 10 RUN-REPLACED-DATE      PIC 9(8).
                 10 RUN-REPLACED-TIME      PIC 9(8).
                 10 RUN-RESTATE-REASON     PIC XX.
                 10 RUN-HAS-RESULTS        PIC X.
                 10 RUN-DECK-STAMP.
                    15 RUN-DECK-DATE       PIC 9(8).
                    15 RUN-DECK-TIME       PIC 9(8).
           01 RUN-COUNTER                  PIC 9(3) COMP-3.
           01 RUN-INDEX                    PIC 9(3) COMP-3.
           01 INSERT-INDEX                 PIC 9(3) COMP-3.
           01 CURRENT-RUN                  PIC 9(3) COMP-3 VALUE ZERO.
           01 RUN-TABLE-FULL               PIC X.
           01 LAST-SCENARIO                PIC X(10).
           01 NEW-STAMP.
              05 NEW-STAMP-DATE            PIC 9(8).
              05 NEW-STAMP-TIME            PIC 9(8).

           01 DECK-TABLE.
              05 DECK-ENTRY                OCCURS 500.
                 10 DECK-STAMP.
                    15 DECK-DATE           PIC 9(8).
                    15 DECK-TIME           PIC 9(8).
                 10 DECK-SUBMITTER         PIC X(8).
                 10 DECK-USED              PIC X.
           01 DECK-COUNTER                 PIC 9(3) COMP-3.
           01 DECK-INDEX                   PIC 9(3) COMP-3.
           01 DECK-POINTER                 PIC 9(3) COMP-3.

      *    The open run's values, as display lines, and the open
      *    deck's size; deck lines themselves are read a page at a
      *    time, by line number, straight off the model master.
           01 VALUE-TABLE.
              05 VALUE-LINE                PIC X(78) OCCURS 999.
           01 VALUE-COUNTER                PIC 9(3) COMP-3.
           01 VALUE-OVERFLOW               PIC X.
           01 DECK-LINE-COUNT              PIC 9(5) COMP-3.
           01 DECK-WIDTH                   PIC 9(4) COMP-3.
           01 DECK-OFFSET                  PIC 9(4) COMP-3 VALUE 1.
           01 DECK-SHOW-WIDTH              PIC 99 COMP-3.
           01 SCAN-POS                     PIC 9(4) COMP-3.
           01 FETCHED-COUNTER              PIC 9(5) COMP-3.

      *    Edited fields for the screen lines.
           01 PRINT-NUMBER                 PIC Z9.
           01 PRINT-VALUES                 PIC ZZZZ9.
           01 PRINT-SCENARIOS              PIC Z9.
           01 PRINT-COUNT                  PIC ZZZZ9.
           01 PRINT-PAGE                   PIC ZZ9.
           01 PRINT-PAGES                  PIC ZZ9.
           01 PRINT-LINE-NO                PIC 9(5).
           01 PRINT-COLUMN                 PIC 9(4).
           01 PRINT-COLUMN-END             PIC 9(4).
           01 PRINT-VARIABLE               PIC 999.
           01 PRINT-VALUE                  PIC +999.9999.
           01 PRINT-SCALED                 PIC +9(9).99.
           01 SCALE-WORK-IN                PIC S9(3)V9(4) COMP-3.
           01 SCALE-WORK-OUT               PIC S9(13)V9(4) COMP-3.
           01 SHOW-LABEL                   PIC X(10).

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       SCREEN SECTION.
           01 BROWSE-SCREEN.
              05 BLANK SCREEN.
              05 LINE 1 COLUMN 1 PIC X(78) FROM SCREEN-TITLE.
              05 LINE 3 COLUMN 1 VALUE 'MATRIX ID'.
              05 LINE 3 COLUMN 11 PIC X(10) USING BRW-MATRIX-ID
                 UNDERLINE.
              05 LINE 3 COLUMN 24 PIC X(54) FROM SCREEN-CONTEXT.
              05 LINE 5 COLUMN 1 PIC X(78) FROM SCREEN-HEADING
                 HIGHLIGHT.
              05 LINE 6 COLUMN 1 PIC X(78) FROM SHOW-LINE(1).
              05 LINE 7 COLUMN 1 PIC X(78) FROM SHOW-LINE(2).
              05 LINE 8 COLUMN 1 PIC X(78) FROM SHOW-LINE(3).
              05 LINE 9 COLUMN 1 PIC X(78) FROM SHOW-LINE(4).
              05 LINE 10 COLUMN 1 PIC X(78) FROM SHOW-LINE(5).
              05 LINE 11 COLUMN 1 PIC X(78) FROM SHOW-LINE(6).
              05 LINE 12 COLUMN 1 PIC X(78) FROM SHOW-LINE(7).
              05 LINE 13 COLUMN 1 PIC X(78) FROM SHOW-LINE(8).
              05 LINE 14 COLUMN 1 PIC X(78) FROM SHOW-LINE(9).
              05 LINE 15 COLUMN 1 PIC X(78) FROM SHOW-LINE(10).
              05 LINE 16 COLUMN 1 PIC X(78) FROM SHOW-LINE(11).
              05 LINE 17 COLUMN 1 PIC X(78) FROM SHOW-LINE(12).
              05 LINE 18 COLUMN 1 PIC X(78) FROM SHOW-LINE(13).
              05 LINE 19 COLUMN 1 PIC X(78) FROM SHOW-LINE(14).
              05 LINE 20 COLUMN 1 PIC X(78) FROM SHOW-LINE(15).
              05 LINE 22 COLUMN 1 PIC X(78) FROM SCREEN-MESSAGE
                 HIGHLIGHT.
              05 LINE 23 COLUMN 1 VALUE 'COMMAND'.
              05 LINE 23 COLUMN 9 PIC X USING BRW-COMMAND
                 UNDERLINE.
              05 LINE 23 COLUMN 12 VALUE 'LINE'.
              05 LINE 23 COLUMN 17 PIC 99 USING BRW-SELECT
                 UNDERLINE.
              05 LINE 23 COLUMN 21 PIC X(58) FROM SCREEN-KEYS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS = '00'
              MOVE 'Y' TO RESULTS-OPEN
           END-IF
           OPEN INPUT MODEL-FILE
           IF MDL-STATUS = '00'
              MOVE 'Y' TO MODEL-OPEN
           END-IF

           IF RESULTS-OPEN NOT = 'Y' AND MODEL-OPEN NOT = 'Y'
              DISPLAY 'RESULTS AND MODEL MASTERS NOT AVAILABLE - '
                  'NOTHING TO BROWSE'
              MOVE 1 TO RETURN-CODE
           ELSE
              EVALUATE TRUE
                 WHEN RESULTS-OPEN NOT = 'Y'
                    MOVE 'RESULTS MASTER NOT AVAILABLE - DECKS ONLY'
                        TO SCREEN-MESSAGE
                 WHEN MODEL-OPEN NOT = 'Y'
                    MOVE 'MODEL MASTER NOT AVAILABLE - VALUES ONLY'
                        TO SCREEN-MESSAGE
                 WHEN OTHER
                    MOVE 'TYPE A MATRIX ID AND PRESS ENTER'
                        TO SCREEN-MESSAGE
              END-EVALUATE
              MOVE 0 TO RUN-COUNTER
              PERFORM BROWSE-ONE-SCREEN UNTIL BROWSE-DONE
              IF RESULTS-OPEN = 'Y'
                 CLOSE RESULTS-FILE
              END-IF
              IF MODEL-OPEN = 'Y'
                 CLOSE MODEL-FILE
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * One round trip: the page for the current view goes up, the
      * analyst's answer comes back. A changed matrix id always wins
      * over the command -- it is a new question.
       BROWSE-ONE-SCREEN.
           EVALUATE TRUE
              WHEN VIEW-VALUES
                 PERFORM BUILD-VALUES-PAGE
              WHEN VIEW-DECK
                 PERFORM BUILD-DECK-PAGE
              WHEN OTHER
                 PERFORM BUILD-RUN-LIST-PAGE
           END-EVALUATE
           DISPLAY BROWSE-SCREEN
           ACCEPT BROWSE-SCREEN
           MOVE SPACES TO SCREEN-MESSAGE
           INSPECT BRW-COMMAND CONVERTING 'nplvdfsx' TO 'NPLVDFSX'

           IF BRW-COMMAND = 'X'
              MOVE 'Y' TO BROWSE-END
           ELSE
              IF BRW-MATRIX-ID NOT = LOADED-MATRIX-ID
                 PERFORM LOAD-RUN-LIST
              ELSE
                 EVALUATE BRW-COMMAND
                    WHEN 'N'
                       IF CURRENT-PAGE < PAGE-COUNT
                          ADD 1 TO CURRENT-PAGE
                       ELSE
                          MOVE 'LAST PAGE' TO SCREEN-MESSAGE
                       END-IF
                    WHEN 'P'
                       IF CURRENT-PAGE > 1
                          SUBTRACT 1 FROM CURRENT-PAGE
                       ELSE
                          MOVE 'FIRST PAGE' TO SCREEN-MESSAGE
                       END-IF
                    WHEN 'L'
                       SET VIEW-RUN-LIST TO TRUE
                       MOVE 1 TO CURRENT-PAGE
                    WHEN 'V'
                       PERFORM PICK-RUN
                       IF CURRENT-RUN > 0
                          PERFORM OPEN-VALUES-VIEW
                       END-IF
                    WHEN 'D'
                       PERFORM PICK-RUN
                       IF CURRENT-RUN > 0
                          PERFORM OPEN-DECK-VIEW
                       END-IF
                    WHEN 'F'
                       PERFORM PICK-RUN
                       IF CURRENT-RUN > 0
                          PERFORM FETCH-RUN-DECK
                       END-IF
                    WHEN 'S'
                       IF VIEW-DECK
                          ADD 72 TO DECK-OFFSET
                          IF DECK-OFFSET > DECK-WIDTH
                             MOVE 1 TO DECK-OFFSET
                          END-IF
                       ELSE
                          MOVE 'SHIFT IS FOR THE DECK VIEW'
                              TO SCREEN-MESSAGE
                       END-IF
                    WHEN SPACE
                       CONTINUE
                    WHEN OTHER
                       MOVE 'UNKNOWN COMMAND' TO SCREEN-MESSAGE
                 END-EVALUATE
              END-IF
           END-IF
           MOVE SPACE TO BRW-COMMAND
           MOVE 0 TO BRW-SELECT
           .

      * On the run list the line number names the run (newest at the
      * top); inside a run the command applies to the run on screen.
       PICK-RUN.
           IF VIEW-RUN-LIST
              MOVE 0 TO CURRENT-RUN
              IF BRW-SELECT > 0 AND BRW-SELECT NOT > LINES-PER-PAGE
                 COMPUTE LINE-OFFSET =
                     (CURRENT-PAGE - 1) * LINES-PER-PAGE + BRW-SELECT
                 IF LINE-OFFSET NOT > RUN-COUNTER
                    COMPUTE CURRENT-RUN = RUN-COUNTER - LINE-OFFSET + 1
                 END-IF
              END-IF
              IF CURRENT-RUN = 0
                 MOVE 'ENTER THE LINE NUMBER OF A RUN WITH THE COMMAND'
                     TO SCREEN-MESSAGE
              END-IF
           END-IF
           .

      ******************************************************************
      * Run list
      ******************************************************************
      * The stored decks are gathered first, so each results run can
      * be paired with its deck as the results stream past in key
      * (date/time) order; a deck no run was solved from is then
      * slotted in among the runs at its own stamp.
       LOAD-RUN-LIST.
           MOVE BRW-MATRIX-ID TO LOADED-MATRIX-ID
           MOVE 0 TO RUN-COUNTER
           MOVE 0 TO DECK-COUNTER
           MOVE 0 TO CURRENT-RUN
           MOVE SPACE TO RUN-TABLE-FULL
           SET VIEW-RUN-LIST TO TRUE
           MOVE 1 TO CURRENT-PAGE
           MOVE SPACE TO ENR-RESULT
           IF BRW-MATRIX-ID NOT = SPACES
              PERFORM CHECK-ENTITLEMENT
           END-IF

           IF MODEL-OPEN = 'Y' AND ENR-GRANTED
              MOVE SPACE TO SCAN-EOF
              MOVE BRW-MATRIX-ID TO MDL-MATRIX-ID
              MOVE ZERO TO MDL-RUN-DATE
              MOVE ZERO TO MDL-RUN-TIME
              MOVE ZERO TO MDL-LINE-NO
              START MODEL-FILE KEY NOT < MDL-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
              END-START
              PERFORM NOTE-ONE-DECK UNTIL SCAN-EOF = 'E'
           END-IF

           IF RESULTS-OPEN = 'Y' AND ENR-GRANTED
              MOVE 0 TO DECK-POINTER
              MOVE SPACE TO SCAN-EOF
              MOVE BRW-MATRIX-ID TO RES-MATRIX-ID
              MOVE ZERO TO RES-RUN-DATE
              MOVE ZERO TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
              END-START
              PERFORM NOTE-ONE-RESULT UNTIL SCAN-EOF = 'E'
           END-IF

           PERFORM VARYING DECK-INDEX FROM 1 BY 1
                   UNTIL DECK-INDEX > DECK-COUNTER
               IF DECK-USED(DECK-INDEX) NOT = 'Y'
                  PERFORM INSERT-DECK-ONLY-RUN
               END-IF
           END-PERFORM

           MOVE RUN-COUNTER TO PRINT-COUNT
           MOVE SPACES TO SCREEN-MESSAGE
           EVALUATE TRUE
              WHEN BRW-MATRIX-ID = SPACES
                 MOVE 'TYPE A MATRIX ID AND PRESS ENTER'
                     TO SCREEN-MESSAGE
              WHEN ENR-REFUSED
                 STRING 'ACCESS TO ' BRW-MATRIX-ID ' REFUSED - '
                     ENR-REASON
                     DELIMITED BY SIZE INTO SCREEN-MESSAGE
              WHEN RUN-COUNTER = 0
                 STRING 'NO RUNS ON FILE FOR ' BRW-MATRIX-ID
                     DELIMITED BY SIZE INTO SCREEN-MESSAGE
              WHEN RUN-TABLE-FULL = 'Y'
                 STRING 'ONLY THE FIRST' PRINT-COUNT
                     ' RUNS ON FILE ARE LISTED'
                     DELIMITED BY SIZE INTO SCREEN-MESSAGE
              WHEN OTHER
                 STRING PRINT-COUNT ' RUN(S) ON FILE FOR '
                     BRW-MATRIX-ID
                     DELIMITED BY SIZE INTO SCREEN-MESSAGE
           END-EVALUATE
           .

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself, and the
      * refusal is shown on the message line.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSBROW' TO ENR-PROGRAM
           MOVE BRW-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           .

      * One stamp per visit: the first line of the stored deck gives
      * the stamp and the submitter from its header, then the walk
      * skips past the deck's remaining lines.
       NOTE-ONE-DECK.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF MDL-MATRIX-ID NOT = BRW-MATRIX-ID
                 OR DECK-COUNTER NOT < 500
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 ADD 1 TO DECK-COUNTER
                 MOVE MDL-RUN-DATE TO DECK-DATE(DECK-COUNTER)
                 MOVE MDL-RUN-TIME TO DECK-TIME(DECK-COUNTER)
                 MOVE MDL-LINE(27:8) TO DECK-SUBMITTER(DECK-COUNTER)
                 MOVE SPACE TO DECK-USED(DECK-COUNTER)
                 MOVE 99999 TO MDL-LINE-NO
                 START MODEL-FILE KEY > MDL-KEY
                     INVALID KEY MOVE 'E' TO SCAN-EOF
                 END-START
              END-IF
           END-IF
           .

       NOTE-ONE-RESULT.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = BRW-MATRIX-ID
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF RUN-COUNTER = 0
                    OR RES-RUN-DATE NOT = RUN-DATE(RUN-COUNTER)
                    OR RES-RUN-TIME NOT = RUN-TIME(RUN-COUNTER)
                    PERFORM START-NEW-RESULTS-RUN
                 END-IF
                 IF SCAN-EOF NOT = 'E'
                    ADD 1 TO RUN-VALUES(RUN-COUNTER)
                    IF RES-SCENARIO NOT = LAST-SCENARIO
                       ADD 1 TO RUN-SCENARIOS(RUN-COUNTER)
                       MOVE RES-SCENARIO TO LAST-SCENARIO
                    END-IF
                    IF RES-SUPERSEDED
                       MOVE 'Y' TO RUN-SUPERSEDED(RUN-COUNTER)
                       MOVE RES-REPLACED-BY-DATE
                           TO RUN-REPLACED-DATE(RUN-COUNTER)
                       MOVE RES-REPLACED-BY-TIME
                           TO RUN-REPLACED-TIME(RUN-COUNTER)
                       MOVE RES-RESTATE-REASON
                           TO RUN-RESTATE-REASON(RUN-COUNTER)
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * The deck a run was solved from: the latest stored at or
      * before the run's own stamp.
       START-NEW-RESULTS-RUN.
           IF RUN-COUNTER NOT < 500
              MOVE 'Y' TO RUN-TABLE-FULL
              MOVE 'E' TO SCAN-EOF
           ELSE
              ADD 1 TO RUN-COUNTER
              MOVE RES-RUN-DATE TO RUN-DATE(RUN-COUNTER)
              MOVE RES-RUN-TIME TO RUN-TIME(RUN-COUNTER)
              MOVE RES-SUBMITTER TO RUN-SUBMITTER(RUN-COUNTER)
              MOVE 0 TO RUN-VALUES(RUN-COUNTER)
              MOVE 0 TO RUN-SCENARIOS(RUN-COUNTER)
              MOVE SPACE TO RUN-SUPERSEDED(RUN-COUNTER)
              MOVE 0 TO RUN-REPLACED-DATE(RUN-COUNTER)
              MOVE 0 TO RUN-REPLACED-TIME(RUN-COUNTER)
              MOVE SPACES TO RUN-RESTATE-REASON(RUN-COUNTER)
              MOVE 'Y' TO RUN-HAS-RESULTS(RUN-COUNTER)
              MOVE 0 TO RUN-DECK-DATE(RUN-COUNTER)
              MOVE 0 TO RUN-DECK-TIME(RUN-COUNTER)
              MOVE SPACES TO LAST-SCENARIO
              PERFORM UNTIL DECK-POINTER NOT < DECK-COUNTER
                         OR DECK-STAMP(DECK-POINTER + 1)
                            > RUN-STAMP(RUN-COUNTER)
                  ADD 1 TO DECK-POINTER
              END-PERFORM
              IF DECK-POINTER > 0
                 MOVE DECK-STAMP(DECK-POINTER)
                     TO RUN-DECK-STAMP(RUN-COUNTER)
                 MOVE 'Y' TO DECK-USED(DECK-POINTER)
              END-IF
           END-IF
           .

       INSERT-DECK-ONLY-RUN.
           IF RUN-COUNTER NOT < 500
              MOVE 'Y' TO RUN-TABLE-FULL
           ELSE
              MOVE DECK-STAMP(DECK-INDEX) TO NEW-STAMP
              MOVE 1 TO INSERT-INDEX
              PERFORM UNTIL INSERT-INDEX > RUN-COUNTER
                         OR RUN-STAMP(INSERT-INDEX) > NEW-STAMP
                  ADD 1 TO INSERT-INDEX
              END-PERFORM
              PERFORM VARYING RUN-INDEX FROM RUN-COUNTER BY -1
                      UNTIL RUN-INDEX < INSERT-INDEX
                  MOVE RUN-ENTRY(RUN-INDEX) TO RUN-ENTRY(RUN-INDEX + 1)
              END-PERFORM
              ADD 1 TO RUN-COUNTER
              MOVE NEW-STAMP TO RUN-STAMP(INSERT-INDEX)
              MOVE DECK-SUBMITTER(DECK-INDEX)
                  TO RUN-SUBMITTER(INSERT-INDEX)
              MOVE 0 TO RUN-VALUES(INSERT-INDEX)
              MOVE 0 TO RUN-SCENARIOS(INSERT-INDEX)
              MOVE SPACE TO RUN-SUPERSEDED(INSERT-INDEX)
              MOVE 0 TO RUN-REPLACED-DATE(INSERT-INDEX)
              MOVE 0 TO RUN-REPLACED-TIME(INSERT-INDEX)
              MOVE SPACES TO RUN-RESTATE-REASON(INSERT-INDEX)
              MOVE SPACE TO RUN-HAS-RESULTS(INSERT-INDEX)
              MOVE NEW-STAMP TO RUN-DECK-STAMP(INSERT-INDEX)
           END-IF
           .

       BUILD-RUN-LIST-PAGE.
           MOVE SPACES TO SCREEN-TITLE
           MOVE 'GAUSBROW  RESULTS AND MODEL MASTER BROWSE - RUNS'
               TO SCREEN-TITLE
           MOVE SPACES TO SCREEN-HEADING
           STRING 'NO RUN DATE TIME   SUBMITTR VALUES SCEN '
               'DECK RUN TIME    STATUS'
               DELIMITED BY SIZE INTO SCREEN-HEADING
           MOVE 'N/P PAGE V VALUES D DECK F FETCH (WITH LINE) X EXIT'
               TO SCREEN-KEYS
           COMPUTE PAGE-COUNT =
               (RUN-COUNTER + LINES-PER-PAGE - 1) / LINES-PER-PAGE
           PERFORM SET-PAGE-CONTEXT
           PERFORM VARYING SHOW-INDEX FROM 1 BY 1
                   UNTIL SHOW-INDEX > LINES-PER-PAGE
               MOVE SPACES TO SHOW-LINE(SHOW-INDEX)
               COMPUTE LINE-OFFSET =
                   (CURRENT-PAGE - 1) * LINES-PER-PAGE + SHOW-INDEX
               IF LINE-OFFSET NOT > RUN-COUNTER
                  COMPUTE RUN-INDEX = RUN-COUNTER - LINE-OFFSET + 1
                  PERFORM FORMAT-RUN-LINE
               END-IF
           END-PERFORM
           .

       FORMAT-RUN-LINE.
           MOVE SHOW-INDEX TO PRINT-NUMBER
           MOVE RUN-VALUES(RUN-INDEX) TO PRINT-VALUES
           MOVE RUN-SCENARIOS(RUN-INDEX) TO PRINT-SCENARIOS
           STRING PRINT-NUMBER ' ' RUN-DATE(RUN-INDEX) ' '
               RUN-TIME(RUN-INDEX)(1:6) ' ' RUN-SUBMITTER(RUN-INDEX)
               ' ' PRINT-VALUES '  ' PRINT-SCENARIOS '  '
               DELIMITED BY SIZE INTO SHOW-LINE(SHOW-INDEX)
           IF RUN-DECK-DATE(RUN-INDEX) > 0
              MOVE RUN-DECK-DATE(RUN-INDEX)
                  TO SHOW-LINE(SHOW-INDEX)(41:8)
              MOVE RUN-DECK-TIME(RUN-INDEX)(1:6)
                  TO SHOW-LINE(SHOW-INDEX)(50:6)
           ELSE
              MOVE 'NONE' TO SHOW-LINE(SHOW-INDEX)(41:4)
           END-IF
           EVALUATE TRUE
              WHEN RUN-HAS-RESULTS(RUN-INDEX) NOT = 'Y'
                 MOVE 'NO RESULTS' TO SHOW-LINE(SHOW-INDEX)(58:10)
              WHEN RUN-SUPERSEDED(RUN-INDEX) = 'Y'
                 MOVE 'SUPERSEDED' TO SHOW-LINE(SHOW-INDEX)(58:10)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       SET-PAGE-CONTEXT.
           IF PAGE-COUNT = 0
              MOVE 1 TO PAGE-COUNT
           END-IF
           IF CURRENT-PAGE > PAGE-COUNT
              MOVE PAGE-COUNT TO CURRENT-PAGE
           END-IF
           MOVE CURRENT-PAGE TO PRINT-PAGE
           MOVE PAGE-COUNT TO PRINT-PAGES
           MOVE SPACES TO SCREEN-CONTEXT
           IF CURRENT-RUN > 0 AND NOT VIEW-RUN-LIST
              STRING 'RUN ' RUN-DATE(CURRENT-RUN) ' '
                  RUN-TIME(CURRENT-RUN)(1:6) '   PAGE' PRINT-PAGE
                  ' OF' PRINT-PAGES
                  DELIMITED BY SIZE INTO SCREEN-CONTEXT
           ELSE
              STRING 'NEWEST FIRST   PAGE' PRINT-PAGE ' OF'
                  PRINT-PAGES
                  DELIMITED BY SIZE INTO SCREEN-CONTEXT
           END-IF
           .

      ******************************************************************
      * Values of one run
      ******************************************************************
       OPEN-VALUES-VIEW.
           IF RUN-HAS-RESULTS(CURRENT-RUN) NOT = 'Y'
              MOVE 'NO RESULTS FILED FOR THIS RUN - D SHOWS ITS DECK'
                  TO SCREEN-MESSAGE
           ELSE
              MOVE 0 TO VALUE-COUNTER
              MOVE SPACE TO VALUE-OVERFLOW
              MOVE SPACE TO SCAN-EOF
              MOVE LOADED-MATRIX-ID TO RES-MATRIX-ID
              MOVE RUN-DATE(CURRENT-RUN) TO RES-RUN-DATE
              MOVE RUN-TIME(CURRENT-RUN) TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
              END-START
              PERFORM NOTE-ONE-VALUE UNTIL SCAN-EOF = 'E'
              SET VIEW-VALUES TO TRUE
              MOVE 1 TO CURRENT-PAGE
              IF RUN-SUPERSEDED(CURRENT-RUN) = 'Y'
                 STRING 'SUPERSEDED BY RUN '
                     RUN-REPLACED-DATE(CURRENT-RUN) ' '
                     RUN-REPLACED-TIME(CURRENT-RUN)(1:6)
                     ' REASON ' RUN-RESTATE-REASON(CURRENT-RUN)
                     ' - NOT THE BOOKED FIGURES'
                     DELIMITED BY SIZE INTO SCREEN-MESSAGE
              END-IF
              IF VALUE-OVERFLOW = 'Y'
                 MOVE 'ONLY THE FIRST 999 VALUES OF THE RUN ARE SHOWN'
                     TO SCREEN-MESSAGE
              END-IF
           END-IF
           .

      * Value in pipeline units, then -- when the desk filed a display
      * unit -- the figure scaled the way the output step prints it.
       NOTE-ONE-VALUE.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = LOADED-MATRIX-ID
                 OR RES-RUN-DATE NOT = RUN-DATE(CURRENT-RUN)
                 OR RES-RUN-TIME NOT = RUN-TIME(CURRENT-RUN)
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF VALUE-COUNTER NOT < 999
                    MOVE 'Y' TO VALUE-OVERFLOW
                    MOVE 'E' TO SCAN-EOF
                 ELSE
                    ADD 1 TO VALUE-COUNTER
                    PERFORM FORMAT-VALUE-LINE
                 END-IF
              END-IF
           END-IF
           .

       FORMAT-VALUE-LINE.
           MOVE SPACES TO VALUE-LINE(VALUE-COUNTER)
           MOVE RES-VARIABLE TO PRINT-VARIABLE
           IF RES-LABEL = SPACES
              MOVE SPACES TO SHOW-LABEL
              STRING 'X' PRINT-VARIABLE DELIMITED BY SIZE
                  INTO SHOW-LABEL
           ELSE
              MOVE RES-LABEL TO SHOW-LABEL
           END-IF
           MOVE RES-VALUE TO PRINT-VALUE
           STRING RES-SCENARIO ' ' PRINT-VARIABLE ' ' SHOW-LABEL
               ' ' PRINT-VALUE
               DELIMITED BY SIZE INTO VALUE-LINE(VALUE-COUNTER)
           IF RES-UNIT-SCALE NOT = 0
              OR RES-UNIT-TEXT NOT = SPACES
              MOVE RES-VALUE TO SCALE-WORK-IN
              IF RES-UNIT-SCALE < 0
                 COMPUTE SCALE-WORK-OUT = SCALE-WORK-IN /
                     (10 ** (0 - RES-UNIT-SCALE))
              ELSE
                 COMPUTE SCALE-WORK-OUT = SCALE-WORK-IN *
                     (10 ** RES-UNIT-SCALE)
              END-IF
              MOVE SCALE-WORK-OUT TO PRINT-SCALED
              MOVE PRINT-SCALED TO VALUE-LINE(VALUE-COUNTER)(47:13)
              MOVE RES-UNIT-TEXT TO VALUE-LINE(VALUE-COUNTER)(61:8)
           END-IF
           .

       BUILD-VALUES-PAGE.
           MOVE SPACES TO SCREEN-TITLE
           MOVE 'GAUSBROW  RESULTS AND MODEL MASTER BROWSE - VALUES'
               TO SCREEN-TITLE
           MOVE SPACES TO SCREEN-HEADING
           STRING 'SCENARIO   VAR LABEL      VALUE' '          '
               '     DISPLAY VALUE UNIT'
               DELIMITED BY SIZE INTO SCREEN-HEADING
           MOVE 'N/P PAGE D DECK F FETCH L RUN LIST X EXIT'
               TO SCREEN-KEYS
           COMPUTE PAGE-COUNT =
               (VALUE-COUNTER + LINES-PER-PAGE - 1) / LINES-PER-PAGE
           PERFORM SET-PAGE-CONTEXT
           PERFORM VARYING SHOW-INDEX FROM 1 BY 1
                   UNTIL SHOW-INDEX > LINES-PER-PAGE
               MOVE SPACES TO SHOW-LINE(SHOW-INDEX)
               COMPUTE LINE-OFFSET =
                   (CURRENT-PAGE - 1) * LINES-PER-PAGE + SHOW-INDEX
               IF LINE-OFFSET NOT > VALUE-COUNTER
                  MOVE VALUE-LINE(LINE-OFFSET) TO SHOW-LINE(SHOW-INDEX)
               END-IF
           END-PERFORM
           .

      ******************************************************************
      * Stored deck of one run
      ******************************************************************
      * The deck is sized once on opening (line count, and the widest
      * line so the shift knows when to wrap); its pages are read by
      * line number as they are shown.
       OPEN-DECK-VIEW.
           IF RUN-DECK-DATE(CURRENT-RUN) = 0
              MOVE 'NO STORED DECK FOR THIS RUN ON THE MODEL MASTER'
                  TO SCREEN-MESSAGE
           ELSE
              MOVE 0 TO DECK-LINE-COUNT
              MOVE 1 TO DECK-WIDTH
              PERFORM START-RUN-DECK
              PERFORM MEASURE-ONE-DECK-LINE UNTIL SCAN-EOF = 'E'
              SET VIEW-DECK TO TRUE
              MOVE 1 TO CURRENT-PAGE
              MOVE 1 TO DECK-OFFSET
           END-IF
           .

       START-RUN-DECK.
           MOVE SPACE TO SCAN-EOF
           MOVE LOADED-MATRIX-ID TO MDL-MATRIX-ID
           MOVE RUN-DECK-DATE(CURRENT-RUN) TO MDL-RUN-DATE
           MOVE RUN-DECK-TIME(CURRENT-RUN) TO MDL-RUN-TIME
           MOVE ZERO TO MDL-LINE-NO
           START MODEL-FILE KEY NOT < MDL-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           .

      * Reads the next line of the run's deck, or ends the walk when
      * the key has moved on to another deck.
       READ-RUN-DECK-LINE.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF MDL-MATRIX-ID NOT = LOADED-MATRIX-ID
                 OR MDL-RUN-DATE NOT = RUN-DECK-DATE(CURRENT-RUN)
                 OR MDL-RUN-TIME NOT = RUN-DECK-TIME(CURRENT-RUN)
                 MOVE 'E' TO SCAN-EOF
              END-IF
           END-IF
           .

       MEASURE-ONE-DECK-LINE.
           PERFORM READ-RUN-DECK-LINE
           IF SCAN-EOF NOT = 'E'
              ADD 1 TO DECK-LINE-COUNT
              PERFORM VARYING SCAN-POS FROM 2400 BY -1
                      UNTIL SCAN-POS NOT > DECK-WIDTH
                         OR MDL-LINE(SCAN-POS:1) NOT = SPACE
                  CONTINUE
              END-PERFORM
              MOVE SCAN-POS TO DECK-WIDTH
           END-IF
           .

       BUILD-DECK-PAGE.
           MOVE SPACES TO SCREEN-TITLE
           MOVE 'GAUSBROW  RESULTS AND MODEL MASTER BROWSE - DECK'
               TO SCREEN-TITLE
           MOVE 72 TO DECK-SHOW-WIDTH
           IF DECK-OFFSET > 2329
              COMPUTE DECK-SHOW-WIDTH = 2401 - DECK-OFFSET
           END-IF
           MOVE DECK-OFFSET TO PRINT-COLUMN
           COMPUTE PRINT-COLUMN-END = DECK-OFFSET + DECK-SHOW-WIDTH - 1
           MOVE SPACES TO SCREEN-HEADING
           STRING 'LINE  STORED ' RUN-DECK-DATE(CURRENT-RUN) ' '
               RUN-DECK-TIME(CURRENT-RUN)(1:6) '   COLUMNS '
               PRINT-COLUMN '-' PRINT-COLUMN-END
               DELIMITED BY SIZE INTO SCREEN-HEADING
           MOVE 'N/P PAGE S SHIFT V VALUES F FETCH L RUN LIST X EXIT'
               TO SCREEN-KEYS
           COMPUTE PAGE-COUNT =
               (DECK-LINE-COUNT + LINES-PER-PAGE - 1) / LINES-PER-PAGE
           PERFORM SET-PAGE-CONTEXT
           PERFORM VARYING SHOW-INDEX FROM 1 BY 1
                   UNTIL SHOW-INDEX > LINES-PER-PAGE
               MOVE SPACES TO SHOW-LINE(SHOW-INDEX)
           END-PERFORM

           MOVE SPACE TO SCAN-EOF
           MOVE LOADED-MATRIX-ID TO MDL-MATRIX-ID
           MOVE RUN-DECK-DATE(CURRENT-RUN) TO MDL-RUN-DATE
           MOVE RUN-DECK-TIME(CURRENT-RUN) TO MDL-RUN-TIME
           COMPUTE MDL-LINE-NO =
               (CURRENT-PAGE - 1) * LINES-PER-PAGE + 1
           START MODEL-FILE KEY NOT < MDL-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           MOVE 0 TO SHOW-INDEX
           PERFORM SHOW-ONE-DECK-LINE
               UNTIL SCAN-EOF = 'E'
                  OR SHOW-INDEX NOT < LINES-PER-PAGE
           .

       SHOW-ONE-DECK-LINE.
           PERFORM READ-RUN-DECK-LINE
           IF SCAN-EOF NOT = 'E'
              ADD 1 TO SHOW-INDEX
              MOVE MDL-LINE-NO TO PRINT-LINE-NO
              STRING PRINT-LINE-NO ' '
                  MDL-LINE(DECK-OFFSET:DECK-SHOW-WIDTH)
                  DELIMITED BY SIZE INTO SHOW-LINE(SHOW-INDEX)
           END-IF
           .

      * The run's stored deck, every line in line order, as a
      * conforming eingabe.txt image -- the same file GAUSFETCH
      * writes, so whatever picks fetched.txt up works either way.
       FETCH-RUN-DECK.
           IF RUN-DECK-DATE(CURRENT-RUN) = 0
              MOVE 'NO STORED DECK FOR THIS RUN - NOTHING FETCHED'
                  TO SCREEN-MESSAGE
           ELSE
              MOVE 0 TO FETCHED-COUNTER
              OPEN OUTPUT FETCH-FILE
              PERFORM START-RUN-DECK
              PERFORM FETCH-ONE-DECK-LINE UNTIL SCAN-EOF = 'E'
              CLOSE FETCH-FILE
              MOVE FETCHED-COUNTER TO PRINT-COUNT
              STRING PRINT-COUNT ' LINE(S) OF ' LOADED-MATRIX-ID
                  ' DECK ' RUN-DECK-DATE(CURRENT-RUN) ' '
                  RUN-DECK-TIME(CURRENT-RUN)
                  ' WRITTEN TO fetched.txt'
                  DELIMITED BY SIZE INTO SCREEN-MESSAGE
           END-IF
           .

       FETCH-ONE-DECK-LINE.
           PERFORM READ-RUN-DECK-LINE
           IF SCAN-EOF NOT = 'E'
              ADD 1 TO FETCHED-COUNTER
              WRITE FETCH-RECORD FROM MDL-LINE
           END-IF
           .
