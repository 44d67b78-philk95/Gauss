      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch-window admission for the night deck. Called by
      *          GAUSBATCH once the deck is in chain order and before
      *          the model store, this orders eingabe.txt by the
      *          priority code each model carries in the registry
      *          (GAUSREG.CPY, '1' first, blank the standard '5') and
      *          then, when a window is declared, checks every matrix
      *          against what is left of it before anything is
      *          started. A supplier takes on the priority of the
      *          most urgent model it feeds (chain.txt), so the stable
      *          priority sort never lifts a dependent over its
      *          supplier and the chain order GAUSCHAIN set holds.
      *          Each matrix's time is estimated from its own history
      *          in journal.txt -- the average elapsed of the runs it
      *          actually solved; a model with no history is sized
      *          from the journal-wide time per cubed row count, since
      *          elimination grows with the cube of the rows; with no
      *          journal at all there is nothing to judge and the
      *          matrix is admitted. Taking the deck in its new order,
      *          a matrix whose estimate does not fit in what is left
      *          of the window -- or whose supplier was deferred -- is
      *          not started: it goes to the carry-over deck
      *          (carryover.txt) for the next window, and one line to
      *          deferred.txt (GAUSDFR.CPY) says why, for the DEFERRED
      *          disposition and the exception summary. A smaller
      *          matrix further down still runs if it fits.
      *          The window is GAUSS_WINDOW_END, the hhmm it closes
      *          (before the current time means after midnight), or
      *          failing that GAUSS_WINDOW_MIN minutes from now; with
      *          neither set nothing is deferred. A comma-separated
      *          deck or an unreadable header leaves the deck as it
      *          is, as it does for the chain order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSADMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO 'registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRY-STATUS.

           SELECT OPTIONAL CHAIN-FILE ASSIGN TO 'chain.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHAIN-STATUS.

           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'journal.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FD-MATRIX ASSIGN TO 'eingabe.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATRIX-STATUS.

      *    The admitted deck as it is built, published over
      *    eingabe.txt once it is complete; the deferred matrices go
      *    whole, in the same order, to the carry-over deck.
           SELECT OPTIONAL ADMIT-WORK-FILE ASSIGN TO 'admitwrk.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARRY-FILE ASSIGN TO 'carryover.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEFERRAL-FILE ASSIGN TO 'deferred.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
              COPY "GAUSREG.CPY".

           FD CHAIN-FILE.
              COPY "GAUSCHN.CPY".

      *    Layout as written by the load step's WRITE-JOURNAL-RECORD,
      *    as far as the matrix id.
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

           FD FD-MATRIX.
           01 INPUT-RECORD                 PIC X(2400).

           FD ADMIT-WORK-FILE.
           01 ADMIT-WORK-RECORD            PIC X(2400).

           FD CARRY-FILE.
           01 CARRY-RECORD                 PIC X(2400).

           FD DEFERRAL-FILE.
              COPY "GAUSDFR.CPY".

       WORKING-STORAGE SECTION.
           77 MAX-LINKS                    PIC 999 VALUE 999.
           77 MAX-DECK                     PIC 999 VALUE 999.
           77 MAX-REGISTRY                 PIC 999 VALUE 999.
           77 DEFAULT-PRIORITY             PIC 9 VALUE 5.

           01 REGISTRY-STATUS              PIC XX.
           01 CHAIN-STATUS                 PIC XX.
           01 MATRIX-STATUS                PIC XX.
           01 SCAN-EOF                     PIC X.
           01 MATRIX-EOF                   PIC X.
           01 COPY-EOF                     PIC X.

      *    The window: GAUSS_WINDOW_END as hh and mm, or a length in
      *    minutes, turned into the journal's hundredths of a second
      *    left from now.
           01 WINDOW-END-TEXT              PIC X(4).
           01 WINDOW-END-PARTS REDEFINES WINDOW-END-TEXT.
              05 WINDOW-END-HH             PIC 99.
              05 WINDOW-END-MM             PIC 99.
           01 WINDOW-MIN-TEXT              PIC 9(4).
           01 WINDOW-ACTIVE                PIC X.
           01 CLOCK-NOW                    PIC 9(8).
           01 CLOCK-NOW-PARTS REDEFINES CLOCK-NOW.
              05 CLOCK-HH                  PIC 99.
              05 CLOCK-MM                  PIC 99.
              05 CLOCK-SS                  PIC 99.
              05 CLOCK-CC                  PIC 99.
           01 NOW-UNITS                    PIC 9(9) COMP-3.
           01 END-UNITS                    PIC 9(9) COMP-3.
           01 WINDOW-REMAINING             PIC 9(9) COMP-3 VALUE ZERO.
           01 WINDOW-USED                  PIC 9(9) COMP-3 VALUE ZERO.
           01 WINDOW-LEFT                  PIC 9(9) COMP-3.

      *    Priority codes of the registered models; an id not on the
      *    registry runs at the standard priority.
           01 PRIORITY-TABLE.
              05 PRIORITY-ENTRY OCCURS 999.
                 10 PRT-MATRIX-ID          PIC X(10).
                 10 PRT-PRIORITY           PIC 9.
           01 PRIORITY-COUNTER             PIC 999 COMP-3.
           01 PRIORITY-INDEX               PIC 9(4) COMP-3.
           01 PRIORITY-CODE                PIC 99 COMP-3.

           01 LINK-TABLE.
              05 LINK-ENTRY OCCURS 999.
                 10 LNK-SUPPLIER-ID        PIC X(10).
                 10 LNK-DEPENDENT-ID       PIC X(10).
           01 LINK-COUNTER                 PIC 999 COMP-3.
           01 LINK-INDEX                   PIC 9(4) COMP-3.
           01 PRIORITY-CHANGED             PIC X.
           01 PASS-COUNTER                 PIC 9(4) COMP-3.

      *    One entry per matrix in the deck as it stands: where its
      *    lines start and how many there are, its size, priority
      *    (registered and as inherited through the chain), the
      *    history it is estimated from, and whether it was deferred
      *    ('W' window, 'S' supplier) or admitted (blank).
           01 DECK-TABLE.
              05 DECK-ENTRY OCCURS 999.
                 10 DCK-MATRIX-ID          PIC X(10).
                 10 DCK-SUBMITTER          PIC X(8).
                 10 DCK-FIRST-LINE         PIC 9(7) COMP-3.
                 10 DCK-LINE-COUNT         PIC 9(7) COMP-3.
                 10 DCK-ROWS               PIC 999 COMP-3.
                 10 DCK-PRIORITY           PIC 9.
                 10 DCK-EFFECTIVE          PIC 9.
                 10 DCK-RUNS               PIC 9(5) COMP-3.
                 10 DCK-ELAPSED-SUM        PIC 9(12) COMP-3.
                 10 DCK-ESTIMATE           PIC 9(9) COMP-3.
                 10 DCK-BASIS              PIC X.
                 10 DCK-DEFERRED           PIC X.
                 10 DCK-SUPPLIER-ID        PIC X(10).
           01 DECK-COUNTER                 PIC 999 COMP-3.
           01 DECK-INDEX                   PIC 9(4) COMP-3.
           01 DECK-OTHER                   PIC 9(4) COMP-3.
           01 DECK-USABLE                  PIC X.

           01 ORDER-TABLE.
              05 ORD-DECK-INDEX            PIC 999 COMP-3 OCCURS 999.
           01 ORDER-COUNTER                PIC 999 COMP-3.
           01 ORDER-INDEX                  PIC 9(4) COMP-3.
           01 MOVED-COUNTER                PIC 999 COMP-3.
           01 ADMITTED-COUNTER             PIC 999 COMP-3.
           01 DEFERRED-COUNTER             PIC 999 COMP-3.

      *    Journal-wide rate for models with no history of their own:
      *    elapsed per cubed row count over every solved run on file.
           01 TOTAL-ELAPSED                PIC 9(15) COMP-3.
           01 TOTAL-CUBES                  PIC 9(15) COMP-3.
           01 ROW-CUBE                     PIC 9(10) COMP-3.

           01 LINE-NUMBER                  PIC 9(7) COMP-3.
           01 SKIP-COUNTER                 PIC 9(7) COMP-3.
           01 COMMA-TALLY                  PIC 9(5) COMP-3.
           01 PRINT-POSITION               PIC ZZ9.
           01 PRINT-SUBMITTED              PIC ZZ9.
           01 PRINT-COUNT                  PIC ZZ9.
           01 PRINT-DEFERRED               PIC ZZ9.
           01 PRINT-ESTIMATE               PIC ZZZZZZ9.99.
           01 PRINT-LEFT                   PIC ZZZZZZ9.99.
           01 SECONDS-WORK                 PIC 9(7)V99 COMP-3.

      *    The header fields the walker needs, picked out of the raw
      *    record so the record itself passes through byte for byte.
           01 HDR-COLUMNS                  PIC 999.
           01 HDR-UNKNOWNS                 PIC 999 COMP-3.
           01 HDR-ROWS                     PIC 999 COMP-3.
           01 HDR-EQUATIONS                PIC 999.
           01 HDR-LABELS-FLAG              PIC X.
           01 HDR-FORMAT                   PIC X.
           01 HDR-BOUNDS-FLAG              PIC X.
           01 HDR-WEIGHTS-FLAG             PIC X.
           01 HDR-CONSTRAINTS-FLAG         PIC X.
           01 HDR-UNITS-FLAG               PIC X.
           01 HDR-SCENARIOS-FLAG           PIC X.
           01 HDR-MODE-FLAG                PIC X.
           01 TRIPLET-ROW-TEXT             PIC XXX.

           01 LOG-REQUEST.
              COPY "GAUSLGR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO MOVED-COUNTER
           MOVE 0 TO ADMITTED-COUNTER
           MOVE 0 TO DEFERRED-COUNTER

      *    Tonight's deferrals only: a line left from an earlier run
      *    must not turn into a disposition of this one.
           OPEN OUTPUT DEFERRAL-FILE
           PERFORM SETTLE-WINDOW
           PERFORM WALK-DECK
           IF DECK-USABLE NOT = 'Y'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           PERFORM LOAD-PRIORITIES
           PERFORM LOAD-CHAIN-LINKS
           PERFORM INHERIT-PRIORITIES
           PERFORM ORDER-BY-PRIORITY
           IF MOVED-COUNTER > 0
              MOVE MOVED-COUNTER TO PRINT-COUNT
              SET LOG-SEV-INFO TO TRUE
              MOVE 0 TO LOG-SEQUENCE
              MOVE SPACES TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING 'DECK ORDERED BY MODEL PRIORITY - '
                  PRINT-COUNT ' MATRIX(ES) MOVED'
                  DELIMITED BY SIZE INTO LOG-TEXT
              CALL 'GAUSLOG' USING LOG-REQUEST
              DISPLAY LOG-TEXT
           ELSE
              DISPLAY 'DECK ALREADY IN PRIORITY ORDER'
           END-IF

           IF WINDOW-ACTIVE = 'Y'
              PERFORM LOAD-JOURNAL-HISTORY
              PERFORM ESTIMATE-ONE-MATRIX
                  VARYING DECK-INDEX FROM 1 BY 1
                  UNTIL DECK-INDEX > DECK-COUNTER
              MOVE 0 TO WINDOW-USED
              PERFORM ADMIT-ONE-MATRIX
                  VARYING ORDER-INDEX FROM 1 BY 1
                  UNTIL ORDER-INDEX > ORDER-COUNTER
           ELSE
              MOVE DECK-COUNTER TO ADMITTED-COUNTER
           END-IF

           IF MOVED-COUNTER > 0 OR DEFERRED-COUNTER > 0
              OR WINDOW-ACTIVE = 'Y'
              PERFORM RESTACK-DECK
           END-IF
           IF MOVED-COUNTER > 0 OR DEFERRED-COUNTER > 0
              PERFORM PUBLISH-ADMITTED-DECK
           END-IF

           IF WINDOW-ACTIVE = 'Y'
              MOVE ADMITTED-COUNTER TO PRINT-COUNT
              MOVE DEFERRED-COUNTER TO PRINT-DEFERRED
              IF DEFERRED-COUNTER > 0
                 SET LOG-SEV-WARNING TO TRUE
              ELSE
                 SET LOG-SEV-INFO TO TRUE
              END-IF
              MOVE 0 TO LOG-SEQUENCE
              MOVE SPACES TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING 'BATCH WINDOW - ' PRINT-COUNT ' ADMITTED, '
                  PRINT-DEFERRED ' DEFERRED TO carryover.txt'
                  DELIMITED BY SIZE INTO LOG-TEXT
              CALL 'GAUSLOG' USING LOG-REQUEST
              DISPLAY LOG-TEXT
           END-IF.
       MAIN-EXIT.
           CLOSE DEFERRAL-FILE
           EXIT PROGRAM.

      * What is left of the window, in hundredths of a second from
      * now. A closing time not yet reached today is tonight's; one
      * already past is tomorrow's, the window running over midnight.
       SETTLE-WINDOW.
           MOVE 'N' TO WINDOW-ACTIVE
           MOVE 0 TO WINDOW-REMAINING
           ACCEPT CLOCK-NOW FROM TIME
           COMPUTE NOW-UNITS = CLOCK-HH * 360000 + CLOCK-MM * 6000
               + CLOCK-SS * 100 + CLOCK-CC

           MOVE SPACES TO WINDOW-END-TEXT
           ACCEPT WINDOW-END-TEXT FROM ENVIRONMENT "GAUSS_WINDOW_END"
           MOVE ZERO TO WINDOW-MIN-TEXT
           ACCEPT WINDOW-MIN-TEXT FROM ENVIRONMENT "GAUSS_WINDOW_MIN"
           EVALUATE TRUE
               WHEN WINDOW-END-TEXT NOT = SPACES
                   IF WINDOW-END-TEXT IS NUMERIC
                      AND WINDOW-END-HH < 24
                      AND WINDOW-END-MM < 60
                      MOVE 'Y' TO WINDOW-ACTIVE
                      COMPUTE END-UNITS = WINDOW-END-HH * 360000
                          + WINDOW-END-MM * 6000
                      IF END-UNITS NOT > NOW-UNITS
                         ADD 8640000 TO END-UNITS
                      END-IF
                      COMPUTE WINDOW-REMAINING = END-UNITS - NOW-UNITS
                   ELSE
                      DISPLAY 'GAUSS_WINDOW_END ' WINDOW-END-TEXT
                          ' IS NOT A VALID HHMM - NOTHING DEFERRED'
                      SET LOG-SEV-WARNING TO TRUE
                      MOVE 0 TO LOG-SEQUENCE
                      MOVE SPACES TO LOG-MATRIX-ID
                      MOVE SPACES TO LOG-TEXT
                      STRING 'BATCH WINDOW END NOT A VALID HHMM - '
                          'NOTHING DEFERRED'
                          DELIMITED BY SIZE INTO LOG-TEXT
                      CALL 'GAUSLOG' USING LOG-REQUEST
                   END-IF
               WHEN WINDOW-MIN-TEXT IS NUMERIC AND WINDOW-MIN-TEXT > 0
                   MOVE 'Y' TO WINDOW-ACTIVE
                   COMPUTE WINDOW-REMAINING = WINDOW-MIN-TEXT * 6000
               WHEN OTHER
                   DISPLAY 'NO BATCH WINDOW SET - NOTHING DEFERRED'
           END-EVALUATE
           .

      * First pass: where each matrix starts and how long it runs --
      * the framing GAUSCHAIN walks the deck with. Anything the
      * walker cannot frame leaves the deck as it is; the load step
      * reports the input problem itself.
       WALK-DECK.
           MOVE 0 TO DECK-COUNTER
           MOVE 0 TO LINE-NUMBER
           MOVE 'Y' TO DECK-USABLE
           OPEN INPUT FD-MATRIX
           IF MATRIX-STATUS NOT = '00'
              DISPLAY 'eingabe.txt NOT AVAILABLE - NOTHING TO ADMIT'
              MOVE 'N' TO DECK-USABLE
           ELSE
              MOVE SPACE TO MATRIX-EOF
              PERFORM WALK-ONE-MATRIX UNTIL MATRIX-EOF = 'E'
              CLOSE FD-MATRIX
           END-IF
           .

       WALK-ONE-MATRIX.
           READ FD-MATRIX
               AT END MOVE 'E' TO MATRIX-EOF
           END-READ
           IF MATRIX-EOF NOT = 'E'
              ADD 1 TO LINE-NUMBER
              MOVE 0 TO COMMA-TALLY
              INSPECT INPUT-RECORD TALLYING COMMA-TALLY FOR ALL ','
              MOVE INPUT-RECORD(1:3) TO HDR-COLUMNS
              EVALUATE TRUE
                  WHEN COMMA-TALLY > 0
                      DISPLAY 'COMMA-SEPARATED DECK - PRIORITY AND '
                          'WINDOW NOT APPLIED'
                      MOVE 'N' TO DECK-USABLE
                      MOVE 'E' TO MATRIX-EOF
                  WHEN HDR-COLUMNS IS NOT NUMERIC
                    OR HDR-COLUMNS = 0
                      DISPLAY 'HEADER UNREADABLE AFTER MATRIX '
                          DECK-COUNTER ' - PRIORITY AND WINDOW NOT '
                          'APPLIED'
                      MOVE 'N' TO DECK-USABLE
                      MOVE 'E' TO MATRIX-EOF
                  WHEN DECK-COUNTER NOT < MAX-DECK
                      DISPLAY 'DECK TOO LARGE - PRIORITY AND WINDOW '
                          'NOT APPLIED'
                      MOVE 'N' TO DECK-USABLE
                      MOVE 'E' TO MATRIX-EOF
                  WHEN OTHER
                      ADD 1 TO DECK-COUNTER
                      MOVE INPUT-RECORD(8:10)
                          TO DCK-MATRIX-ID(DECK-COUNTER)
                      MOVE INPUT-RECORD(27:8)
                          TO DCK-SUBMITTER(DECK-COUNTER)
                      MOVE LINE-NUMBER
                          TO DCK-FIRST-LINE(DECK-COUNTER)
                      MOVE SPACE TO DCK-DEFERRED(DECK-COUNTER)
                      MOVE SPACES TO DCK-SUPPLIER-ID(DECK-COUNTER)
                      MOVE 0 TO DCK-RUNS(DECK-COUNTER)
                      MOVE 0 TO DCK-ELAPSED-SUM(DECK-COUNTER)
                      MOVE 0 TO DCK-ESTIMATE(DECK-COUNTER)
                      MOVE 'N' TO DCK-BASIS(DECK-COUNTER)
                      COMPUTE HDR-UNKNOWNS = HDR-COLUMNS - 1
                      MOVE INPUT-RECORD(4:1) TO HDR-LABELS-FLAG
                      MOVE INPUT-RECORD(5:3) TO HDR-EQUATIONS
                      IF HDR-EQUATIONS IS NUMERIC
                         AND HDR-EQUATIONS > 0
                         MOVE HDR-EQUATIONS TO HDR-ROWS
                      ELSE
                         MOVE HDR-UNKNOWNS TO HDR-ROWS
                      END-IF
                      MOVE HDR-ROWS TO DCK-ROWS(DECK-COUNTER)
                      MOVE INPUT-RECORD(21:1) TO HDR-FORMAT
                      MOVE INPUT-RECORD(25:1) TO HDR-BOUNDS-FLAG
                      MOVE INPUT-RECORD(26:1) TO HDR-WEIGHTS-FLAG
                      MOVE INPUT-RECORD(35:1)
                          TO HDR-CONSTRAINTS-FLAG
                      MOVE INPUT-RECORD(36:1) TO HDR-UNITS-FLAG
                      MOVE INPUT-RECORD(37:1) TO HDR-SCENARIOS-FLAG
                      MOVE INPUT-RECORD(18:1) TO HDR-MODE-FLAG
                      PERFORM WALK-MATRIX-BODY
                      COMPUTE DCK-LINE-COUNT(DECK-COUNTER) =
                          LINE-NUMBER - DCK-FIRST-LINE(DECK-COUNTER)
                          + 1
              END-EVALUATE
           END-IF
           .

       WALK-MATRIX-BODY.
           IF HDR-LABELS-FLAG = 'L'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-BOUNDS-FLAG = 'B'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-WEIGHTS-FLAG = 'W'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-CONSTRAINTS-FLAG = 'C'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-UNITS-FLAG = 'U'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-SCENARIOS-FLAG = 'N'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-MODE-FLAG = 'T'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-FORMAT = 'K'
              MOVE SPACES TO TRIPLET-ROW-TEXT
              PERFORM UNTIL MATRIX-EOF = 'E'
                         OR TRIPLET-ROW-TEXT = '000'
                  PERFORM WALK-ONE-RECORD
                  MOVE INPUT-RECORD(1:3) TO TRIPLET-ROW-TEXT
              END-PERFORM
           ELSE
              PERFORM VARYING SKIP-COUNTER FROM 1 BY 1
                      UNTIL SKIP-COUNTER > HDR-ROWS
                         OR MATRIX-EOF = 'E'
                  PERFORM WALK-ONE-RECORD
              END-PERFORM
           END-IF
           .

       WALK-ONE-RECORD.
           READ FD-MATRIX
               AT END MOVE 'E' TO MATRIX-EOF
           END-READ
           IF MATRIX-EOF NOT = 'E'
              ADD 1 TO LINE-NUMBER
           END-IF
           .

      * Registered priority per matrix; anything but a code 1-9 on
      * the registry, or no registry entry, is the standard one.
       LOAD-PRIORITIES.
           MOVE 0 TO PRIORITY-COUNTER
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-STATUS = '00' OR REGISTRY-STATUS = '05'
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-REGISTRY-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE REGISTRY-FILE
           END-IF
           PERFORM VARYING DECK-INDEX FROM 1 BY 1
                   UNTIL DECK-INDEX > DECK-COUNTER
               MOVE DEFAULT-PRIORITY TO DCK-PRIORITY(DECK-INDEX)
               PERFORM VARYING PRIORITY-INDEX FROM 1 BY 1
                       UNTIL PRIORITY-INDEX > PRIORITY-COUNTER
                   IF PRT-MATRIX-ID(PRIORITY-INDEX)
                      = DCK-MATRIX-ID(DECK-INDEX)
                      MOVE PRT-PRIORITY(PRIORITY-INDEX)
                          TO DCK-PRIORITY(DECK-INDEX)
                   END-IF
               END-PERFORM
               MOVE DCK-PRIORITY(DECK-INDEX)
                   TO DCK-EFFECTIVE(DECK-INDEX)
           END-PERFORM
           .

       TAKE-ONE-REGISTRY-RECORD.
           READ REGISTRY-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND REG-MATRIX-ID NOT = SPACES
              AND PRIORITY-COUNTER < MAX-REGISTRY
              ADD 1 TO PRIORITY-COUNTER
              MOVE REG-MATRIX-ID TO PRT-MATRIX-ID(PRIORITY-COUNTER)
              IF REG-PRIORITY-VALID
                 MOVE REG-PRIORITY TO PRT-PRIORITY(PRIORITY-COUNTER)
              ELSE
                 MOVE DEFAULT-PRIORITY
                     TO PRT-PRIORITY(PRIORITY-COUNTER)
              END-IF
           END-IF
           .

       LOAD-CHAIN-LINKS.
           MOVE 0 TO LINK-COUNTER
           MOVE SPACE TO SCAN-EOF
           OPEN INPUT CHAIN-FILE
           IF CHAIN-STATUS = '00' OR CHAIN-STATUS = '05'
              PERFORM LOAD-ONE-CHAIN-LINK UNTIL SCAN-EOF = 'E'
              CLOSE CHAIN-FILE
           END-IF
           .

       LOAD-ONE-CHAIN-LINK.
           READ CHAIN-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND CHN-SUPPLIER-ID NOT = SPACES
              AND CHN-DEPENDENT-ID NOT = SPACES
              AND LINK-COUNTER < MAX-LINKS
              ADD 1 TO LINK-COUNTER
              MOVE CHN-SUPPLIER-ID TO LNK-SUPPLIER-ID(LINK-COUNTER)
              MOVE CHN-DEPENDENT-ID TO LNK-DEPENDENT-ID(LINK-COUNTER)
           END-IF
           .

      * A supplier in tonight's deck runs at least as early as the
      * most urgent model it feeds, through however many links; a
      * pass that moves nothing ends it, and a chain loop cannot
      * take more passes than there are matrices.
       INHERIT-PRIORITIES.
           MOVE 'Y' TO PRIORITY-CHANGED
           MOVE 0 TO PASS-COUNTER
           PERFORM INHERIT-ONE-PASS
               UNTIL PRIORITY-CHANGED = 'N'
                  OR PASS-COUNTER > DECK-COUNTER
           .

       INHERIT-ONE-PASS.
           MOVE 'N' TO PRIORITY-CHANGED
           ADD 1 TO PASS-COUNTER
           PERFORM VARYING LINK-INDEX FROM 1 BY 1
                   UNTIL LINK-INDEX > LINK-COUNTER
               PERFORM VARYING DECK-INDEX FROM 1 BY 1
                       UNTIL DECK-INDEX > DECK-COUNTER
                   IF DCK-MATRIX-ID(DECK-INDEX)
                      = LNK-DEPENDENT-ID(LINK-INDEX)
                      PERFORM VARYING DECK-OTHER FROM 1 BY 1
                              UNTIL DECK-OTHER > DECK-COUNTER
                          IF DCK-MATRIX-ID(DECK-OTHER)
                             = LNK-SUPPLIER-ID(LINK-INDEX)
                             AND DCK-EFFECTIVE(DECK-OTHER)
                                 > DCK-EFFECTIVE(DECK-INDEX)
                             MOVE DCK-EFFECTIVE(DECK-INDEX)
                                 TO DCK-EFFECTIVE(DECK-OTHER)
                             MOVE 'Y' TO PRIORITY-CHANGED
                          END-IF
                      END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * Stable sort by effective priority: each code in turn takes
      * its matrices in the order the deck already has them, so
      * equal priorities keep the chain and submission order.
       ORDER-BY-PRIORITY.
           MOVE 0 TO ORDER-COUNTER
           PERFORM VARYING PRIORITY-CODE FROM 1 BY 1
                   UNTIL PRIORITY-CODE > 9
               PERFORM VARYING DECK-INDEX FROM 1 BY 1
                       UNTIL DECK-INDEX > DECK-COUNTER
                   IF DCK-EFFECTIVE(DECK-INDEX) = PRIORITY-CODE
                      ADD 1 TO ORDER-COUNTER
                      MOVE DECK-INDEX TO ORD-DECK-INDEX(ORDER-COUNTER)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-COUNTER
               IF ORD-DECK-INDEX(ORDER-INDEX) NOT = ORDER-INDEX
                  ADD 1 TO MOVED-COUNTER
                  MOVE ORDER-INDEX TO PRINT-POSITION
                  MOVE ORD-DECK-INDEX(ORDER-INDEX) TO PRINT-SUBMITTED
                  DISPLAY 'POSITION ' PRINT-POSITION ' '
                      DCK-MATRIX-ID(ORD-DECK-INDEX(ORDER-INDEX))
                      ' PRIORITY '
                      DCK-EFFECTIVE(ORD-DECK-INDEX(ORDER-INDEX))
                      ' (DECK POSITION ' PRINT-SUBMITTED ')'
               END-IF
           END-PERFORM
           .

      * Every run the journal holds for a matrix in the deck counts
      * toward its own average, and every run at all toward the
      * journal-wide rate -- except the dispositions that stop
      * short of solving, whose elapsed says nothing about the
      * solve.
       LOAD-JOURNAL-HISTORY.
           MOVE 0 TO TOTAL-ELAPSED
           MOVE 0 TO TOTAL-CUBES
           MOVE SPACE TO SCAN-EOF
           OPEN INPUT JOURNAL-FILE
           PERFORM TAKE-ONE-JOURNAL-RECORD UNTIL SCAN-EOF = 'E'
           CLOSE JOURNAL-FILE
           .

       TAKE-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JRN-ELAPSED IS NUMERIC
              AND JRN-ROWS IS NUMERIC
              AND JRN-ROWS > 0
              AND JRN-DISPOSITION NOT = 'SKIPPED'
              AND JRN-DISPOSITION NOT = 'CHAIN-SKIPPED'
              AND JRN-DISPOSITION NOT = 'DRIFT-HELD'
              COMPUTE ROW-CUBE = JRN-ROWS * JRN-ROWS * JRN-ROWS
              ADD JRN-ELAPSED TO TOTAL-ELAPSED
              ADD ROW-CUBE TO TOTAL-CUBES
              IF JRN-MATRIX-ID NOT = SPACES
                 PERFORM VARYING DECK-INDEX FROM 1 BY 1
                         UNTIL DECK-INDEX > DECK-COUNTER
                     IF DCK-MATRIX-ID(DECK-INDEX) = JRN-MATRIX-ID
                        ADD 1 TO DCK-RUNS(DECK-INDEX)
                        ADD JRN-ELAPSED TO DCK-ELAPSED-SUM(DECK-INDEX)
                     END-IF
                 END-PERFORM
              END-IF
           END-IF
           .

       ESTIMATE-ONE-MATRIX.
           EVALUATE TRUE
               WHEN DCK-RUNS(DECK-INDEX) > 0
                   MOVE 'H' TO DCK-BASIS(DECK-INDEX)
                   COMPUTE DCK-ESTIMATE(DECK-INDEX) ROUNDED =
                       DCK-ELAPSED-SUM(DECK-INDEX)
                       / DCK-RUNS(DECK-INDEX)
               WHEN TOTAL-CUBES > 0
                   MOVE 'S' TO DCK-BASIS(DECK-INDEX)
                   COMPUTE ROW-CUBE = DCK-ROWS(DECK-INDEX)
                       * DCK-ROWS(DECK-INDEX) * DCK-ROWS(DECK-INDEX)
                   COMPUTE DCK-ESTIMATE(DECK-INDEX) ROUNDED =
                       TOTAL-ELAPSED * ROW-CUBE / TOTAL-CUBES
                       ON SIZE ERROR
                           MOVE 999999999 TO DCK-ESTIMATE(DECK-INDEX)
                   END-COMPUTE
               WHEN OTHER
                   MOVE 'N' TO DCK-BASIS(DECK-INDEX)
                   MOVE 0 TO DCK-ESTIMATE(DECK-INDEX)
           END-EVALUATE
           .

      * Taken in run order. A matrix is deferred when a supplier it
      * draws on has already been deferred, or when its estimate is
      * more than the window has left; otherwise it is admitted and
      * its estimate comes off what is left.
       ADMIT-ONE-MATRIX.
           MOVE ORD-DECK-INDEX(ORDER-INDEX) TO DECK-INDEX
           PERFORM FIND-DEFERRED-SUPPLIER
           COMPUTE WINDOW-LEFT = WINDOW-REMAINING - WINDOW-USED
           EVALUATE TRUE
               WHEN DCK-SUPPLIER-ID(DECK-INDEX) NOT = SPACES
                   MOVE 'S' TO DCK-DEFERRED(DECK-INDEX)
               WHEN DCK-ESTIMATE(DECK-INDEX) > WINDOW-LEFT
                   MOVE 'W' TO DCK-DEFERRED(DECK-INDEX)
               WHEN OTHER
                   ADD DCK-ESTIMATE(DECK-INDEX) TO WINDOW-USED
                   ADD 1 TO ADMITTED-COUNTER
           END-EVALUATE
           IF DCK-DEFERRED(DECK-INDEX) NOT = SPACE
              ADD 1 TO DEFERRED-COUNTER
              PERFORM WRITE-DEFERRAL
           END-IF
           .

       FIND-DEFERRED-SUPPLIER.
           PERFORM VARYING LINK-INDEX FROM 1 BY 1
                   UNTIL LINK-INDEX > LINK-COUNTER
                      OR DCK-SUPPLIER-ID(DECK-INDEX) NOT = SPACES
               IF LNK-DEPENDENT-ID(LINK-INDEX)
                  = DCK-MATRIX-ID(DECK-INDEX)
                  PERFORM VARYING DECK-OTHER FROM 1 BY 1
                          UNTIL DECK-OTHER > DECK-COUNTER
                             OR DCK-SUPPLIER-ID(DECK-INDEX)
                                NOT = SPACES
                      IF DECK-OTHER NOT = DECK-INDEX
                         AND DCK-DEFERRED(DECK-OTHER) NOT = SPACE
                         AND DCK-MATRIX-ID(DECK-OTHER)
                             = LNK-SUPPLIER-ID(LINK-INDEX)
                         MOVE DCK-MATRIX-ID(DECK-OTHER)
                             TO DCK-SUPPLIER-ID(DECK-INDEX)
                      END-IF
                  END-PERFORM
               END-IF
           END-PERFORM
           .

       WRITE-DEFERRAL.
           MOVE SPACES TO DEFERRAL-RECORD
           MOVE DCK-MATRIX-ID(DECK-INDEX) TO DFR-MATRIX-ID
           MOVE DCK-SUBMITTER(DECK-INDEX) TO DFR-SUBMITTER
           MOVE DCK-EFFECTIVE(DECK-INDEX) TO DFR-PRIORITY
           MOVE DCK-DEFERRED(DECK-INDEX) TO DFR-CAUSE
           MOVE DCK-BASIS(DECK-INDEX) TO DFR-BASIS
           MOVE DCK-ESTIMATE(DECK-INDEX) TO DFR-ESTIMATE
           MOVE WINDOW-LEFT TO DFR-REMAINING
           MOVE DCK-SUPPLIER-ID(DECK-INDEX) TO DFR-SUPPLIER-ID
           WRITE DEFERRAL-RECORD

           SET LOG-SEV-WARNING TO TRUE
           MOVE 0 TO LOG-SEQUENCE
           MOVE DCK-MATRIX-ID(DECK-INDEX) TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           IF DFR-CAUSE-SUPPLIER
              STRING 'DEFERRED TO CARRY-OVER - SUPPLIER '
                  DFR-SUPPLIER-ID ' DEFERRED'
                  DELIMITED BY SIZE INTO LOG-TEXT
           ELSE
              COMPUTE SECONDS-WORK = DFR-ESTIMATE / 100
              MOVE SECONDS-WORK TO PRINT-ESTIMATE
              COMPUTE SECONDS-WORK = DFR-REMAINING / 100
              MOVE SECONDS-WORK TO PRINT-LEFT
              STRING 'DEFERRED TO CARRY-OVER - EST ' PRINT-ESTIMATE
                  'S, ' PRINT-LEFT 'S LEFT'
                  DELIMITED BY SIZE INTO LOG-TEXT
           END-IF
           CALL 'GAUSLOG' USING LOG-REQUEST
           DISPLAY DFR-MATRIX-ID ' ' LOG-TEXT
           .

      * Each matrix is lifted out of the deck by line number, in its
      * run order, into the admitted deck or the carry-over deck.
      * The carry-over deck is rewritten whenever a window is
      * checked, so it only ever holds the latest run's deferrals.
       RESTACK-DECK.
           OPEN OUTPUT ADMIT-WORK-FILE
           IF WINDOW-ACTIVE = 'Y'
              OPEN OUTPUT CARRY-FILE
           END-IF
           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-COUNTER
               MOVE ORD-DECK-INDEX(ORDER-INDEX) TO DECK-INDEX
               PERFORM COPY-ONE-MATRIX
           END-PERFORM
           IF WINDOW-ACTIVE = 'Y'
              CLOSE CARRY-FILE
           END-IF
           CLOSE ADMIT-WORK-FILE
           .

       COPY-ONE-MATRIX.
           OPEN INPUT FD-MATRIX
           MOVE SPACE TO MATRIX-EOF
           PERFORM VARYING SKIP-COUNTER FROM 1 BY 1
                   UNTIL SKIP-COUNTER NOT < DCK-FIRST-LINE(DECK-INDEX)
                      OR MATRIX-EOF = 'E'
               READ FD-MATRIX
                   AT END MOVE 'E' TO MATRIX-EOF
               END-READ
           END-PERFORM
           PERFORM VARYING SKIP-COUNTER FROM 1 BY 1
                   UNTIL SKIP-COUNTER > DCK-LINE-COUNT(DECK-INDEX)
                      OR MATRIX-EOF = 'E'
               READ FD-MATRIX
                   AT END MOVE 'E' TO MATRIX-EOF
               END-READ
               IF MATRIX-EOF NOT = 'E'
                  IF DCK-DEFERRED(DECK-INDEX) = SPACE
                     WRITE ADMIT-WORK-RECORD FROM INPUT-RECORD
                  ELSE
                     WRITE CARRY-RECORD FROM INPUT-RECORD
                  END-IF
               END-IF
           END-PERFORM
           CLOSE FD-MATRIX
           .

      * The admitted deck replaces eingabe.txt whole, so the model
      * store and the load step both see only what is to be solved.
       PUBLISH-ADMITTED-DECK.
           OPEN INPUT ADMIT-WORK-FILE
           OPEN OUTPUT FD-MATRIX
           MOVE SPACE TO COPY-EOF
           PERFORM PUBLISH-ONE-DECK-LINE UNTIL COPY-EOF = 'E'
           CLOSE FD-MATRIX
           CLOSE ADMIT-WORK-FILE
           .

       PUBLISH-ONE-DECK-LINE.
           READ ADMIT-WORK-FILE
               AT END MOVE 'E' TO COPY-EOF
           END-READ
           IF COPY-EOF NOT = 'E'
              WRITE INPUT-RECORD FROM ADMIT-WORK-RECORD
           END-IF
           .
