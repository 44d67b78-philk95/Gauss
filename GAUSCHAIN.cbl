      ******************************************************************
      * Author:
      * Date:
      * Purpose: Model-chaining deck order. Some desks' models take
      *          their right-hand sides from what another model solved
      *          the same night; chain.txt (GAUSCHN.CPY) says which
      *          solved label of which supplier feeds which equation
      *          row of which dependent. Called by GAUSBATCH ahead of
      *          the model store, this walks eingabe.txt matrix by
      *          matrix (the same framing the split dealer uses) and
      *          restacks the deck so every supplier is solved ahead
      *          of its dependents: a matrix is placed as soon as no
      *          supplier it draws on is still waiting, earliest
      *          submission first, so a deck that is already in a
      *          workable order is left exactly as it was. A loop of
      *          models supplying each other cannot be ordered; the
      *          rest of the deck is then kept in submission order,
      *          the loop is reported to the run log, and the load
      *          step runs those dependents on their submitted values.
      *          The load step itself carries the solved values across
      *          and skips a dependent whose supplier failed. No
      *          chain.txt, or a comma-separated deck, leaves the deck
      *          untouched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSCHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO 'chain.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHAIN-STATUS.

           SELECT FD-MATRIX ASSIGN TO 'eingabe.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATRIX-STATUS.

      *    The restacked deck as it is built, matrix by matrix, and
      *    published over eingabe.txt once it is complete.
           SELECT OPTIONAL CHAIN-WORK-FILE ASSIGN TO 'chainwrk.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CHAIN-FILE.
              COPY "GAUSCHN.CPY".

           FD FD-MATRIX.
           01 INPUT-RECORD                 PIC X(2400).

           FD CHAIN-WORK-FILE.
           01 CHAIN-WORK-RECORD            PIC X(2400).

       WORKING-STORAGE SECTION.
           77 MAX-LINKS                    PIC 999 VALUE 999.
           77 MAX-DECK                     PIC 999 VALUE 999.

           01 CHAIN-STATUS                 PIC XX.
           01 MATRIX-STATUS                PIC XX.
           01 CHAIN-EOF                    PIC X.
           01 MATRIX-EOF                   PIC X.
           01 COPY-EOF                     PIC X.

      *    Only the ids matter for the ordering; the labels are the
      *    load step's business.
           01 LINK-TABLE.
              05 LINK-ENTRY OCCURS 999.
                 10 LNK-SUPPLIER-ID        PIC X(10).
                 10 LNK-DEPENDENT-ID       PIC X(10).
           01 LINK-COUNTER                 PIC 999 COMP-3.
           01 LINK-INDEX                   PIC 9(4) COMP-3.

      *    One entry per matrix in the deck as submitted: where its
      *    lines start and how many there are, so the second pass can
      *    lift each matrix out whole in its new position.
           01 DECK-TABLE.
              05 DECK-ENTRY OCCURS 999.
                 10 DCK-MATRIX-ID          PIC X(10).
                 10 DCK-FIRST-LINE         PIC 9(7) COMP-3.
                 10 DCK-LINE-COUNT         PIC 9(7) COMP-3.
                 10 DCK-PLACED             PIC X.
           01 DECK-COUNTER                 PIC 999 COMP-3.
           01 DECK-INDEX                   PIC 9(4) COMP-3.
           01 DECK-OTHER                   PIC 9(4) COMP-3.
           01 DECK-USABLE                  PIC X.

           01 ORDER-TABLE.
              05 ORD-DECK-INDEX            PIC 999 COMP-3 OCCURS 999.
           01 ORDER-COUNTER                PIC 999 COMP-3.
           01 ORDER-INDEX                  PIC 9(4) COMP-3.
           01 NEXT-PICK                    PIC 9(4) COMP-3.
           01 PICK-READY                   PIC X.
           01 MOVED-COUNTER                PIC 999 COMP-3.
           01 CYCLE-COUNTER                PIC 999 COMP-3.

           01 LINE-NUMBER                  PIC 9(7) COMP-3.
           01 SKIP-COUNTER                 PIC 9(7) COMP-3.
           01 COMMA-TALLY                  PIC 9(5) COMP-3.
           01 PRINT-POSITION               PIC ZZ9.
           01 PRINT-SUBMITTED              PIC ZZ9.
           01 PRINT-COUNT                  PIC ZZ9.

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
           MOVE 0 TO CYCLE-COUNTER
           PERFORM LOAD-CHAIN-LINKS

           IF LINK-COUNTER = 0
              DISPLAY 'NO MODEL CHAINING ON FILE - DECK ORDER KEPT'
           ELSE
              PERFORM WALK-DECK
              IF DECK-USABLE = 'Y'
                 PERFORM ORDER-DECK
                 IF MOVED-COUNTER = 0
                    DISPLAY 'DECK ALREADY IN CHAIN ORDER'
                 ELSE
                    PERFORM RESTACK-DECK
                    PERFORM PUBLISH-RESTACKED-DECK
                    MOVE MOVED-COUNTER TO PRINT-COUNT
                    SET LOG-SEV-INFO TO TRUE
                    MOVE 0 TO LOG-SEQUENCE
                    MOVE SPACES TO LOG-MATRIX-ID
                    MOVE SPACES TO LOG-TEXT
                    STRING 'DECK RESTACKED FOR MODEL CHAINING - '
                        PRINT-COUNT ' MATRIX(ES) MOVED'
                        DELIMITED BY SIZE INTO LOG-TEXT
                    CALL 'GAUSLOG' USING LOG-REQUEST
                    DISPLAY LOG-TEXT
                 END-IF
                 IF CYCLE-COUNTER > 0
                    MOVE 1 TO RETURN-CODE
                 END-IF
              ELSE
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           EXIT PROGRAM.

       LOAD-CHAIN-LINKS.
           MOVE 0 TO LINK-COUNTER
           MOVE SPACE TO CHAIN-EOF
           OPEN INPUT CHAIN-FILE
           IF CHAIN-STATUS = '00' OR CHAIN-STATUS = '05'
              PERFORM LOAD-ONE-CHAIN-LINK UNTIL CHAIN-EOF = 'E'
              CLOSE CHAIN-FILE
           END-IF
           .

       LOAD-ONE-CHAIN-LINK.
           READ CHAIN-FILE
               AT END MOVE 'E' TO CHAIN-EOF
           END-READ
           IF CHAIN-EOF NOT = 'E'
              AND CHN-SUPPLIER-ID NOT = SPACES
              AND CHN-DEPENDENT-ID NOT = SPACES
              AND LINK-COUNTER < MAX-LINKS
              ADD 1 TO LINK-COUNTER
              MOVE CHN-SUPPLIER-ID TO LNK-SUPPLIER-ID(LINK-COUNTER)
              MOVE CHN-DEPENDENT-ID TO LNK-DEPENDENT-ID(LINK-COUNTER)
           END-IF
           .

      * First pass: where each matrix starts and how long it runs.
      * Anything the walker cannot frame -- an unreadable header, a
      * comma-separated deck, more matrices than the table holds --
      * leaves the deck in submission order; the load step reports
      * the input problem itself.
       WALK-DECK.
           MOVE 0 TO DECK-COUNTER
           MOVE 0 TO LINE-NUMBER
           MOVE 'Y' TO DECK-USABLE
           OPEN INPUT FD-MATRIX
           IF MATRIX-STATUS NOT = '00'
              DISPLAY 'eingabe.txt NOT AVAILABLE - NOTHING TO ORDER'
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
                      DISPLAY 'COMMA-SEPARATED DECK - CHAIN ORDER '
                          'NOT APPLIED'
                      MOVE 'N' TO DECK-USABLE
                      MOVE 'E' TO MATRIX-EOF
                  WHEN HDR-COLUMNS IS NOT NUMERIC
                    OR HDR-COLUMNS = 0
                      DISPLAY 'HEADER UNREADABLE AFTER MATRIX '
                          DECK-COUNTER ' - CHAIN ORDER NOT APPLIED'
                      MOVE 'N' TO DECK-USABLE
                      MOVE 'E' TO MATRIX-EOF
                  WHEN DECK-COUNTER NOT < MAX-DECK
                      DISPLAY 'DECK TOO LARGE - CHAIN ORDER NOT '
                          'APPLIED'
                      MOVE 'N' TO DECK-USABLE
                      MOVE 'E' TO MATRIX-EOF
                  WHEN OTHER
                      ADD 1 TO DECK-COUNTER
                      MOVE INPUT-RECORD(8:10)
                          TO DCK-MATRIX-ID(DECK-COUNTER)
                      MOVE LINE-NUMBER
                          TO DCK-FIRST-LINE(DECK-COUNTER)
                      MOVE SPACE TO DCK-PLACED(DECK-COUNTER)
                      COMPUTE HDR-UNKNOWNS = HDR-COLUMNS - 1
                      MOVE INPUT-RECORD(4:1) TO HDR-LABELS-FLAG
                      MOVE INPUT-RECORD(5:3) TO HDR-EQUATIONS
                      IF HDR-EQUATIONS IS NUMERIC
                         AND HDR-EQUATIONS > 0
                         MOVE HDR-EQUATIONS TO HDR-ROWS
                      ELSE
                         MOVE HDR-UNKNOWNS TO HDR-ROWS
                      END-IF
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

      * Second pass over the table only: one matrix placed per call
      * until all are, each time the earliest-submitted matrix none
      * of whose suppliers is still waiting. When every waiting
      * matrix still waits on another, they wait on each other; the
      * earliest is placed regardless and the loop is reported.
       ORDER-DECK.
           MOVE 0 TO ORDER-COUNTER
           PERFORM PLACE-NEXT-MATRIX UNTIL ORDER-COUNTER = DECK-COUNTER
           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-COUNTER
               IF ORD-DECK-INDEX(ORDER-INDEX) NOT = ORDER-INDEX
                  ADD 1 TO MOVED-COUNTER
                  MOVE ORDER-INDEX TO PRINT-POSITION
                  MOVE ORD-DECK-INDEX(ORDER-INDEX) TO PRINT-SUBMITTED
                  DISPLAY 'POSITION ' PRINT-POSITION ' '
                      DCK-MATRIX-ID(ORD-DECK-INDEX(ORDER-INDEX))
                      ' (SUBMITTED ' PRINT-SUBMITTED ')'
               END-IF
           END-PERFORM
           .

       PLACE-NEXT-MATRIX.
           MOVE 0 TO NEXT-PICK
           PERFORM VARYING DECK-INDEX FROM 1 BY 1
                   UNTIL DECK-INDEX > DECK-COUNTER
                      OR NEXT-PICK > 0
               IF DCK-PLACED(DECK-INDEX) NOT = 'Y'
                  PERFORM CHECK-SUPPLIERS-PLACED
                  IF PICK-READY = 'Y'
                     MOVE DECK-INDEX TO NEXT-PICK
                  END-IF
               END-IF
           END-PERFORM

           IF NEXT-PICK = 0
              PERFORM VARYING DECK-INDEX FROM 1 BY 1
                      UNTIL DECK-INDEX > DECK-COUNTER
                         OR NEXT-PICK > 0
                  IF DCK-PLACED(DECK-INDEX) NOT = 'Y'
                     MOVE DECK-INDEX TO NEXT-PICK
                  END-IF
              END-PERFORM
              ADD 1 TO CYCLE-COUNTER
              DISPLAY 'WARNING: MODEL CHAIN LOOP - '
                  DCK-MATRIX-ID(NEXT-PICK)
                  ' PLACED AHEAD OF ITS SUPPLIERS'
              SET LOG-SEV-ERROR TO TRUE
              MOVE 0 TO LOG-SEQUENCE
              MOVE DCK-MATRIX-ID(NEXT-PICK) TO LOG-MATRIX-ID
              MOVE 'MODEL CHAIN LOOP - PLACED AHEAD OF ITS SUPPLIERS'
                  TO LOG-TEXT
              CALL 'GAUSLOG' USING LOG-REQUEST
           END-IF

           ADD 1 TO ORDER-COUNTER
           MOVE NEXT-PICK TO ORD-DECK-INDEX(ORDER-COUNTER)
           MOVE 'Y' TO DCK-PLACED(NEXT-PICK)
           .

      * Ready unless some link names this matrix as dependent and a
      * different matrix still waiting in the deck as its supplier.
      * A supplier that is not in tonight's deck at all does not
      * hold anything up.
       CHECK-SUPPLIERS-PLACED.
           MOVE 'Y' TO PICK-READY
           PERFORM VARYING LINK-INDEX FROM 1 BY 1
                   UNTIL LINK-INDEX > LINK-COUNTER
                      OR PICK-READY = 'N'
               IF LNK-DEPENDENT-ID(LINK-INDEX)
                  = DCK-MATRIX-ID(DECK-INDEX)
                  PERFORM VARYING DECK-OTHER FROM 1 BY 1
                          UNTIL DECK-OTHER > DECK-COUNTER
                             OR PICK-READY = 'N'
                      IF DECK-OTHER NOT = DECK-INDEX
                         AND DCK-PLACED(DECK-OTHER) NOT = 'Y'
                         AND DCK-MATRIX-ID(DECK-OTHER)
                             = LNK-SUPPLIER-ID(LINK-INDEX)
                         MOVE 'N' TO PICK-READY
                      END-IF
                  END-PERFORM
               END-IF
           END-PERFORM
           .

      * Each matrix is lifted out of the submitted deck by line
      * number, in its new position, into the work file.
       RESTACK-DECK.
           OPEN OUTPUT CHAIN-WORK-FILE
           PERFORM VARYING ORDER-INDEX FROM 1 BY 1
                   UNTIL ORDER-INDEX > ORDER-COUNTER
               MOVE ORD-DECK-INDEX(ORDER-INDEX) TO DECK-INDEX
               PERFORM COPY-ONE-MATRIX
           END-PERFORM
           CLOSE CHAIN-WORK-FILE
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
                  WRITE CHAIN-WORK-RECORD FROM INPUT-RECORD
               END-IF
           END-PERFORM
           CLOSE FD-MATRIX
           .

      * The restacked deck replaces eingabe.txt whole, so the model
      * store and the load step both see the order that is solved.
       PUBLISH-RESTACKED-DECK.
           OPEN INPUT CHAIN-WORK-FILE
           OPEN OUTPUT FD-MATRIX
           MOVE SPACE TO COPY-EOF
           PERFORM PUBLISH-ONE-DECK-LINE UNTIL COPY-EOF = 'E'
           CLOSE FD-MATRIX
           CLOSE CHAIN-WORK-FILE
           .

       PUBLISH-ONE-DECK-LINE.
           READ CHAIN-WORK-FILE
               AT END MOVE 'E' TO COPY-EOF
           END-READ
           IF COPY-EOF NOT = 'E'
              WRITE INPUT-RECORD FROM CHAIN-WORK-RECORD
           END-IF
           .
