      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validate-only edit of an input deck. Walks every
      *          matrix in eingabe.txt (or the deck GAUSS_EDIT_FILE
      *          names) the way the load step would read it -- header,
      *          then the label, bounds, weights, constraint, units,
      *          scenario-name and target records its flags promise,
      *          then the data rows or triplets -- and checks each
      *          record, without solving anything or writing to any
      *          master. The edit listing (editlist.txt) prints every
      *          record under a column ruler, in 100-column segments
      *          so a full-width data row still fits the page, with
      *          markers under the offending columns ('^' an error,
      *          '-' a warning) and the messages below, and closes
      *          each matrix with an ACCEPTED or REJECTED line. An
      *          error is anything the load step would reject the
      *          matrix for; a warning is something it would let
      *          through but quietly read another way than the desk
      *          probably meant. Return code 1 when any matrix is
      *          rejected, so a desk can clean a deck in the afternoon
      *          instead of after a failed night.
      *          Fixed-width decks only, like the splitter; a header
      *          the column count cannot be read from ends the walk,
      *          since nothing after it can be located.
      *          Ends with GOBACK so the batch driver can CALL it for
      *          a validate-only run (GAUSS_VALIDATE=Y).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MATRIX ASSIGN TO EDIT-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATRIX-STATUS.

           SELECT OPTIONAL EDIT-FILE ASSIGN TO 'editlist.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD FD-MATRIX.
           01 INPUT-RECORD                 PIC X(2400).

           FD EDIT-FILE.
           01 EDIT-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".

           01 EDIT-INPUT-NAME              PIC X(40).
           01 MATRIX-STATUS                PIC XX.
           01 MATRIX-EOF                   PIC X.
           01 INPUT-FORMAT-TEXT            PIC X(3).
           01 COMMA-TALLY                  PIC 9(5) COMP-3.
           01 SPARSITY-PCT                 PIC 999.
           01 SPARSITY-PCT-TEXT            PIC 999.
           01 RUN-DATE                     PIC 9(8).
           01 RUN-TIME                     PIC 9(8).

      *    The record under edit and what the edit found on it: a
      *    marker line as wide as the record, and the first ten
      *    messages (any beyond are only counted -- a data row with
      *    every cell bad says so in ten lines, not two hundred).
           01 DECK-RECORD                  PIC X(2400).
           01 MARKER-LINE                  PIC X(2400).
           01 RECORD-KIND                  PIC X(6).
           01 MESSAGE-TABLE.
              05 MSG-ENTRY                 OCCURS 10.
                 10 MSG-SEVERITY           PIC X.
                 10 MSG-COLUMN             PIC 9(4).
                 10 MSG-TEXT               PIC X(60).
           01 MESSAGE-COUNTER              PIC 99 COMP-3.
           01 MESSAGE-OVERFLOW             PIC 9(4) COMP-3.
           01 MESSAGE-INDEX                PIC 99 COMP-3.
           01 NEW-MESSAGE.
              05 NEW-SEVERITY              PIC X.
                 88 NEW-IS-ERROR           VALUE 'E'.
                 88 NEW-IS-WARNING         VALUE 'W'.
              05 NEW-COLUMN                PIC 9(4).
              05 NEW-WIDTH                 PIC 9(4).
              05 NEW-TEXT                  PIC X(60).
           01 EXPECTED-WIDTH               PIC 9(4) COMP-3.

      *    Listing layout: record number and kind on a record's first
      *    segment only, the starting column on every segment.
           01 EDIT-LINE.
              05 EDL-RECORD-NO             PIC X(5).
              05 FILLER                    PIC X.
              05 EDL-START                 PIC X(4).
              05 FILLER                    PIC X.
              05 EDL-KIND                  PIC X(6).
              05 FILLER                    PIC X(2).
              05 EDL-TEXT                  PIC X(100).
              05 FILLER                    PIC X(13).
           01 RULER-TEXT                   PIC X(100).
           01 RULER-TENS                   PIC 99 COMP-3.
           01 RULER-DIGIT                  PIC 9.
           01 LINES-SINCE-RULER            PIC 9(3) COMP-3.
           01 SEG-START                    PIC 9(4) COMP-3.
           01 PRINT-LENGTH                 PIC 9(4) COMP-3.
           01 MARK-LENGTH                  PIC 9(4) COMP-3.
           01 SCAN-POS                     PIC 9(4) COMP-3.
           01 PRINT-RECORD-NO              PIC 9(5).
           01 PRINT-START                  PIC 9(4).
           01 PRINT-COUNT                  PIC Z(4)9.
           01 PRINT-COUNT-2                PIC Z(4)9.
           01 TEXT-NUMBER                  PIC 999.
           01 TEXT-COUNT                   PIC 9(6).
           01 TEXT-LIMIT                   PIC 9(4).

      *    Run totals and the running tally of the matrix under edit.
           01 RECORD-COUNTER               PIC 9(5) COMP-3 VALUE ZERO.
           01 MATRIX-COUNTER               PIC 9(5) COMP-3 VALUE ZERO.
           01 ACCEPTED-COUNTER             PIC 9(5) COMP-3 VALUE ZERO.
           01 REJECTED-COUNTER             PIC 9(5) COMP-3 VALUE ZERO.
           01 ERROR-TOTAL                  PIC 9(5) COMP-3 VALUE ZERO.
           01 WARNING-TOTAL                PIC 9(5) COMP-3 VALUE ZERO.
           01 MATRIX-ERRORS                PIC 9(5) COMP-3.
           01 MATRIX-WARNINGS              PIC 9(5) COMP-3.
           01 WALK-STOPPED                 PIC X VALUE SPACE.
           01 DECK-REFUSED                 PIC X VALUE SPACE.

      *    The header as the load step reads it. HDR-DATA-COLUMNS is
      *    the width of a data row (the unknowns plus every right-
      *    hand-side column); HDR-ROWS-CHECKED caps the per-equation
      *    records at what a record can hold once an oversized
      *    equation count has already been reported.
           01 HDR-MATRIX-ID                PIC X(10).
           01 HDR-SUBMITTER                PIC X(8).
           01 HDR-COLUMNS-TEXT             PIC XXX.
           01 HDR-COLUMNS                  PIC 999.
           01 HDR-EQUATIONS-TEXT           PIC XXX.
           01 HDR-EQUATIONS                PIC 999.
           01 HDR-RHS-TEXT                 PIC XX.
           01 HDR-RHS-NUMBER               PIC 99.
           01 HDR-UNKNOWNS                 PIC 999 COMP-3.
           01 HDR-ROWS                     PIC 999 COMP-3.
           01 HDR-ROWS-CHECKED             PIC 999 COMP-3.
           01 HDR-RHS-COUNT                PIC 99 COMP-3.
           01 HDR-DATA-COLUMNS             PIC 999 COMP-3.
           01 HDR-MODE-FLAG                PIC X.
           01 HDR-LABELS-FLAG              PIC X.
           01 HDR-FORMAT                   PIC X.
           01 HDR-BOUNDS-FLAG              PIC X.
           01 HDR-WEIGHTS-FLAG             PIC X.
           01 HDR-CONSTRAINTS-FLAG         PIC X.
           01 HDR-UNITS-FLAG               PIC X.
           01 HDR-SCENARIOS-FLAG           PIC X.
           01 HEADER-FATAL                 PIC X.
           01 FLAG-POSITION                PIC 99 COMP-3.
           01 FLAG-LETTER                  PIC X.

      *    Same sparsity gate as the load step: non-zero cells
      *    against the job's percentage of the whole table.
           01 NUMBER-OF-ELEMENTS           PIC 9(6) COMP-3.
           01 MAX-NUMBER-OF-ELEMENTS       PIC 9(6) COMP-3.
           01 NOT-ZERO-COUNTER             PIC 9(6) COMP-3.
           01 SPARSITY-REPORTED            PIC X.

      *    One cell in the pipeline's +999.9999 layout, checked piece
      *    by piece before it is trusted as a number.
           01 CELL-TEXT                    PIC X(9).
           01 CELL-PARTS REDEFINES CELL-TEXT.
              05 CELL-SIGN                 PIC X.
              05 CELL-INTEGER              PIC X(3).
              05 CELL-POINT                PIC X.
              05 CELL-DECIMALS             PIC X(4).
           01 CELL-EDITED REDEFINES CELL-TEXT PIC +999.9999.
           01 CELL-POSITION                PIC 9(4) COMP-3.
           01 CELL-VALID                   PIC X.
              88 CELL-IS-VALID             VALUE 'Y'.
           01 CELL-VALUE                   PIC S9(3)V9(4).
           01 BOUND-MIN-VALUE              PIC S9(3)V9(4).
           01 BOUND-MIN-VALID              PIC X.

           01 ITEM-INDEX                   PIC 999 COMP-3.
           01 OTHER-INDEX                  PIC 999 COMP-3.
           01 ROWS-READ                    PIC 999 COMP-3.
           01 HARD-COUNT                   PIC 999 COMP-3.
           01 TRIPLET-END-SEEN             PIC X.
           01 UNIT-DIGIT                   PIC 9.

      *    Labels as the load step keeps them (square systems only),
      *    for the target record's by-label lookup.
           01 LABEL-TABLE.
              05 LABEL-ENTRY               PIC X(10) OCCURS 200.
           01 TGT-LOOKUP-TEXT              PIC X(10).

      *    Scenario names as the load step files them: BASE, SET-nnn,
      *    or the name the scenarios record gives the column.
           01 SCENARIO-TABLE.
              05 SCENARIO-ENTRY            PIC X(10) OCCURS 99.
           01 SCENARIO-NUMBER-EDIT         PIC 999.
           01 TGT-NUMBER                   PIC 999.
           01 TGT-POSITION                 PIC 999 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO EDIT-INPUT-NAME
           ACCEPT EDIT-INPUT-NAME FROM ENVIRONMENT "GAUSS_EDIT_FILE"
           IF EDIT-INPUT-NAME = SPACES
              MOVE 'eingabe.txt' TO EDIT-INPUT-NAME
           END-IF

           MOVE GS-DFLT-SPARSITY-PCT TO SPARSITY-PCT
           MOVE ZERO TO SPARSITY-PCT-TEXT
           ACCEPT SPARSITY-PCT-TEXT
               FROM ENVIRONMENT "GAUSS_SPARSITY_PCT"
           IF SPARSITY-PCT-TEXT IS NUMERIC
              AND SPARSITY-PCT-TEXT > 0
              AND SPARSITY-PCT-TEXT NOT > 100
              MOVE SPARSITY-PCT-TEXT TO SPARSITY-PCT
           END-IF

           MOVE SPACES TO INPUT-FORMAT-TEXT
           ACCEPT INPUT-FORMAT-TEXT
               FROM ENVIRONMENT "GAUSS_INPUT_FORMAT"

           MOVE SPACES TO RULER-TEXT
           PERFORM VARYING RULER-TENS FROM 1 BY 1
                   UNTIL RULER-TENS > 10
               MOVE '----+----'
                   TO RULER-TEXT(RULER-TENS * 10 - 9:9)
               MOVE RULER-TENS TO RULER-DIGIT
               MOVE RULER-DIGIT TO RULER-TEXT(RULER-TENS * 10:1)
           END-PERFORM

           OPEN INPUT FD-MATRIX
           IF MATRIX-STATUS NOT = '00'
              DISPLAY 'INPUT DECK NOT AVAILABLE - NOTHING TO EDIT'
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT EDIT-FILE
              PERFORM WRITE-LISTING-TITLE
              MOVE SPACE TO MATRIX-EOF
              PERFORM READ-DECK-RECORD
              MOVE 0 TO COMMA-TALLY
              INSPECT DECK-RECORD TALLYING COMMA-TALLY FOR ALL ','
              EVALUATE TRUE
                 WHEN MATRIX-EOF = 'E'
                    MOVE SPACES TO EDIT-RECORD
                    MOVE 'DECK IS EMPTY - NOTHING TO EDIT'
                        TO EDIT-RECORD
                    WRITE EDIT-RECORD
                 WHEN INPUT-FORMAT-TEXT = 'CSV'
                   OR INPUT-FORMAT-TEXT = 'csv'
                   OR COMMA-TALLY > 0
                    MOVE 'Y' TO DECK-REFUSED
                    MOVE SPACES TO EDIT-RECORD
                    STRING 'COMMA-SEPARATED DECK - THE EDIT LISTING '
                        'COVERS FIXED-WIDTH DECKS ONLY'
                        DELIMITED BY SIZE INTO EDIT-RECORD
                    WRITE EDIT-RECORD
                 WHEN OTHER
                    PERFORM EDIT-ONE-MATRIX UNTIL MATRIX-EOF = 'E'
              END-EVALUATE
              PERFORM WRITE-LISTING-TOTALS
              CLOSE EDIT-FILE
              CLOSE FD-MATRIX

              MOVE MATRIX-COUNTER TO PRINT-COUNT
              MOVE REJECTED-COUNTER TO PRINT-COUNT-2
              DISPLAY 'EDIT LISTING: ' PRINT-COUNT ' MATRICES, '
                  PRINT-COUNT-2 ' REJECTED - SEE editlist.txt'
              IF REJECTED-COUNTER > 0
                 OR WALK-STOPPED = 'Y'
                 OR DECK-REFUSED = 'Y'
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       WRITE-LISTING-TITLE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE SPACES TO EDIT-RECORD
           STRING 'EDIT LISTING OF ' EDIT-INPUT-NAME
               ' RUN ' RUN-DATE ' ' RUN-TIME(1:6)
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE SPACES TO EDIT-RECORD
           STRING 'VALIDATE ONLY - NOTHING IS SOLVED AND NO MASTER '
               'IS WRITTEN.  SPARSITY LIMIT ' SPARSITY-PCT '%'
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE SPACES TO EDIT-RECORD
           STRING '^ MARKS AN ERROR (THE MATRIX IS REJECTED), '
               '- MARKS A WARNING (THE MATRIX STILL RUNS)'
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           .

      * One matrix per call, its header already read: the header is
      * checked and listed, then the body it promises. The record
      * after the body is read here as the next header.
       EDIT-ONE-MATRIX.
           ADD 1 TO MATRIX-COUNTER
           MOVE 0 TO MATRIX-ERRORS
           MOVE 0 TO MATRIX-WARNINGS
           MOVE 'HEADER' TO RECORD-KIND
           MOVE DECK-RECORD(8:10) TO HDR-MATRIX-ID
           MOVE DECK-RECORD(27:8) TO HDR-SUBMITTER
           PERFORM CHECK-HEADER-RECORD
           PERFORM WRITE-MATRIX-BANNER
           PERFORM PRINT-DECK-RECORD
           IF HEADER-FATAL = 'Y'
              MOVE SPACES TO EDIT-RECORD
              STRING '               HEADER UNREADABLE - RECORDS '
                  'FROM HERE ON ARE NOT CHECKED'
                  DELIMITED BY SIZE INTO EDIT-RECORD
              WRITE EDIT-RECORD
              PERFORM WRITE-MATRIX-VERDICT
              MOVE 'Y' TO WALK-STOPPED
              MOVE 'E' TO MATRIX-EOF
           ELSE
              PERFORM EDIT-MATRIX-BODY
              PERFORM WRITE-MATRIX-VERDICT
              PERFORM READ-DECK-RECORD
           END-IF
           .

       WRITE-MATRIX-BANNER.
           MOVE SPACES TO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE MATRIX-COUNTER TO PRINT-RECORD-NO
           MOVE SPACES TO EDIT-RECORD
           STRING 'MATRIX ' PRINT-RECORD-NO '  ID ' HDR-MATRIX-ID
               '  SUBMITTER ' HDR-SUBMITTER
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           PERFORM WRITE-RULER-LINE
           .

       WRITE-RULER-LINE.
           MOVE SPACES TO EDIT-LINE
           MOVE 'REC' TO EDL-RECORD-NO
           MOVE 'COL' TO EDL-START
           MOVE 'KIND' TO EDL-KIND
           MOVE RULER-TEXT TO EDL-TEXT
           WRITE EDIT-RECORD FROM EDIT-LINE
           MOVE 0 TO LINES-SINCE-RULER
           .

      * Mirrors the load step's header handling. Only a column count
      * that cannot be read (or is more than a row can hold) is
      * fatal: every other fault still leaves the body's length
      * known, so the walk carries on and reports the body as well.
       CHECK-HEADER-RECORD.
           MOVE SPACE TO HEADER-FATAL
           MOVE DECK-RECORD(1:3) TO HDR-COLUMNS-TEXT
           IF HDR-COLUMNS-TEXT IS NOT NUMERIC
              OR HDR-COLUMNS-TEXT = '000'
              MOVE 'Y' TO HEADER-FATAL
              SET NEW-IS-ERROR TO TRUE
              MOVE 1 TO NEW-COLUMN
              MOVE 3 TO NEW-WIDTH
              MOVE 'COLUMN COUNT MISSING OR NOT NUMERIC' TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           ELSE
              MOVE HDR-COLUMNS-TEXT TO HDR-COLUMNS
              IF HDR-COLUMNS > GS-MAX-COLS
                 MOVE 'Y' TO HEADER-FATAL
                 SET NEW-IS-ERROR TO TRUE
                 MOVE 1 TO NEW-COLUMN
                 MOVE 3 TO NEW-WIDTH
                 MOVE GS-MAX-COLS TO TEXT-NUMBER
                 MOVE SPACES TO NEW-TEXT
                 STRING 'COLUMN COUNT ABOVE ' TEXT-NUMBER
                     DELIMITED BY SIZE INTO NEW-TEXT
                 PERFORM ADD-RECORD-MESSAGE
              END-IF
           END-IF
           IF HEADER-FATAL NOT = 'Y'
              PERFORM CHECK-HEADER-SHAPE
           END-IF
           .

       CHECK-HEADER-SHAPE.
           COMPUTE HDR-UNKNOWNS = HDR-COLUMNS - 1
           MOVE HDR-COLUMNS TO HDR-DATA-COLUMNS
           MOVE DECK-RECORD(4:1) TO HDR-LABELS-FLAG
           MOVE DECK-RECORD(18:1) TO HDR-MODE-FLAG
           MOVE DECK-RECORD(21:1) TO HDR-FORMAT
           MOVE DECK-RECORD(25:1) TO HDR-BOUNDS-FLAG
           MOVE DECK-RECORD(26:1) TO HDR-WEIGHTS-FLAG
           MOVE DECK-RECORD(35:1) TO HDR-CONSTRAINTS-FLAG
           MOVE DECK-RECORD(36:1) TO HDR-UNITS-FLAG
           MOVE DECK-RECORD(37:1) TO HDR-SCENARIOS-FLAG

           IF HDR-UNKNOWNS = 0
              SET NEW-IS-ERROR TO TRUE
              MOVE 1 TO NEW-COLUMN
              MOVE 3 TO NEW-WIDTH
              MOVE 'NO UNKNOWNS - A MATRIX NEEDS AT LEAST 2 COLUMNS'
                  TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF

      *    A blank or unreadable equation count is the old square
      *    assumption, exactly as the load step takes it.
           MOVE HDR-UNKNOWNS TO HDR-ROWS
           MOVE DECK-RECORD(5:3) TO HDR-EQUATIONS-TEXT
           IF HDR-EQUATIONS-TEXT IS NUMERIC
              MOVE HDR-EQUATIONS-TEXT TO HDR-EQUATIONS
              IF HDR-EQUATIONS > 0
                 MOVE HDR-EQUATIONS TO HDR-ROWS
              END-IF
           ELSE
              IF HDR-EQUATIONS-TEXT NOT = SPACES
                 SET NEW-IS-WARNING TO TRUE
                 MOVE 5 TO NEW-COLUMN
                 MOVE 3 TO NEW-WIDTH
                 MOVE 'EQUATION COUNT NOT NUMERIC - TAKEN AS SQUARE'
                     TO NEW-TEXT
                 PERFORM ADD-RECORD-MESSAGE
              END-IF
           END-IF
           MOVE HDR-ROWS TO HDR-ROWS-CHECKED
           IF HDR-ROWS > GS-MAX-DIM
              MOVE GS-MAX-DIM TO HDR-ROWS-CHECKED
              SET NEW-IS-ERROR TO TRUE
              MOVE 5 TO NEW-COLUMN
              MOVE 3 TO NEW-WIDTH
              MOVE GS-MAX-DIM TO TEXT-NUMBER
              MOVE SPACES TO NEW-TEXT
              STRING 'MORE THAN ' TEXT-NUMBER ' EQUATIONS'
                  DELIMITED BY SIZE INTO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF
           IF HDR-ROWS < HDR-UNKNOWNS
              AND HDR-MODE-FLAG NOT = 'M'
              SET NEW-IS-ERROR TO TRUE
              MOVE 5 TO NEW-COLUMN
              MOVE 3 TO NEW-WIDTH
              MOVE 'FEWER EQUATIONS THAN UNKNOWNS NEEDS MODE M'
                  TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF

           EVALUATE HDR-MODE-FLAG
              WHEN SPACE
              WHEN 'I'
              WHEN 'M'
              WHEN 'S'
              WHEN 'T'
              WHEN 'G'
                 CONTINUE
              WHEN OTHER
                 SET NEW-IS-ERROR TO TRUE
                 MOVE 18 TO NEW-COLUMN
                 MOVE 1 TO NEW-WIDTH
                 MOVE 'MODE MUST BE I, M, S, T, G OR BLANK'
                     TO NEW-TEXT
                 PERFORM ADD-RECORD-MESSAGE
           END-EVALUATE

      *    Extra right-hand-side columns widen every data row, and
      *    only a square system can carry them.
           MOVE 1 TO HDR-RHS-COUNT
           MOVE DECK-RECORD(19:2) TO HDR-RHS-TEXT
           IF HDR-RHS-TEXT IS NUMERIC
              MOVE HDR-RHS-TEXT TO HDR-RHS-NUMBER
              IF HDR-RHS-NUMBER > 1
                 MOVE HDR-RHS-NUMBER TO HDR-RHS-COUNT
                 COMPUTE HDR-DATA-COLUMNS =
                     HDR-UNKNOWNS + HDR-RHS-COUNT
                 IF HDR-DATA-COLUMNS > GS-MAX-COLS
                    MOVE GS-MAX-COLS TO HDR-DATA-COLUMNS
                    SET NEW-IS-ERROR TO TRUE
                    MOVE 19 TO NEW-COLUMN
                    MOVE 2 TO NEW-WIDTH
                    MOVE GS-MAX-COLS TO TEXT-NUMBER
                    MOVE SPACES TO NEW-TEXT
                    STRING 'RIGHT-HAND SIDES TAKE THE ROW PAST '
                        TEXT-NUMBER ' COLUMNS'
                        DELIMITED BY SIZE INTO NEW-TEXT
                    PERFORM ADD-RECORD-MESSAGE
                 END-IF
                 IF HDR-ROWS NOT = HDR-UNKNOWNS
                    SET NEW-IS-ERROR TO TRUE
                    MOVE 19 TO NEW-COLUMN
                    MOVE 2 TO NEW-WIDTH
                    MOVE 'SEVERAL RIGHT-HAND SIDES NEED A SQUARE SYSTEM'
                        TO NEW-TEXT
                    PERFORM ADD-RECORD-MESSAGE
                 END-IF
              END-IF
           ELSE
              IF HDR-RHS-TEXT NOT = SPACES
                 SET NEW-IS-WARNING TO TRUE
                 MOVE 19 TO NEW-COLUMN
                 MOVE 2 TO NEW-WIDTH
                 MOVE 'RIGHT-HAND-SIDE COUNT NOT NUMERIC - TAKEN AS 1'
                     TO NEW-TEXT
                 PERFORM ADD-RECORD-MESSAGE
              END-IF
           END-IF

           IF DECK-RECORD(22:3) NOT = SPACES
              AND DECK-RECORD(22:3) IS NOT NUMERIC
              SET NEW-IS-WARNING TO TRUE
              MOVE 22 TO NEW-COLUMN
              MOVE 3 TO NEW-WIDTH
              MOVE 'BANDWIDTH NOT NUMERIC - SOLVED AS DENSE'
                  TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF

           MOVE 4 TO FLAG-POSITION
           MOVE 'L' TO FLAG-LETTER
           PERFORM CHECK-HEADER-FLAG
           MOVE 21 TO FLAG-POSITION
           MOVE 'K' TO FLAG-LETTER
           PERFORM CHECK-HEADER-FLAG
           MOVE 25 TO FLAG-POSITION
           MOVE 'B' TO FLAG-LETTER
           PERFORM CHECK-HEADER-FLAG
           MOVE 26 TO FLAG-POSITION
           MOVE 'W' TO FLAG-LETTER
           PERFORM CHECK-HEADER-FLAG
           MOVE 35 TO FLAG-POSITION
           MOVE 'C' TO FLAG-LETTER
           PERFORM CHECK-HEADER-FLAG
           MOVE 36 TO FLAG-POSITION
           MOVE 'U' TO FLAG-LETTER
           PERFORM CHECK-HEADER-FLAG
           MOVE 37 TO FLAG-POSITION
           MOVE 'N' TO FLAG-LETTER
           PERFORM CHECK-HEADER-FLAG

           IF HDR-MODE-FLAG = 'I'
              AND HDR-UNKNOWNS * 2 > GS-MAX-COLS
              SET NEW-IS-ERROR TO TRUE
              MOVE 18 TO NEW-COLUMN
              MOVE 1 TO NEW-WIDTH
              MOVE 'INVERSE AND IDENTITY BLOCK DO NOT FIT SIDE BY SIDE'
                  TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF
           IF HDR-MODE-FLAG = 'T' AND HDR-RHS-COUNT > 1
              SET NEW-IS-WARNING TO TRUE
              MOVE 18 TO NEW-COLUMN
              MOVE 1 TO NEW-WIDTH
              MOVE 'TARGET SEEK WITH SCENARIO COLUMNS - PLAIN SOLVE'
                  TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF

           MOVE 47 TO EXPECTED-WIDTH
           PERFORM CHECK-RECORD-WIDTH

           COMPUTE NUMBER-OF-ELEMENTS =
                   HDR-DATA-COLUMNS * HDR-ROWS
           COMPUTE MAX-NUMBER-OF-ELEMENTS ROUNDED =
                   NUMBER-OF-ELEMENTS * SPARSITY-PCT / 100
           MOVE 0 TO NOT-ZERO-COUNTER
           MOVE SPACE TO SPARSITY-REPORTED
           .

      * A flag byte is blank or its one letter; any other letter is
      * taken as "no" by the load step, which then reads the record
      * the desk meant as a flag-driven one as something else.
       CHECK-HEADER-FLAG.
           IF DECK-RECORD(FLAG-POSITION:1) NOT = SPACE
              AND DECK-RECORD(FLAG-POSITION:1) NOT = FLAG-LETTER
              SET NEW-IS-ERROR TO TRUE
              MOVE FLAG-POSITION TO NEW-COLUMN
              MOVE 1 TO NEW-WIDTH
              MOVE SPACES TO NEW-TEXT
              STRING 'FLAG MUST BE ' FLAG-LETTER ' OR BLANK'
                  DELIMITED BY SIZE INTO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF
           .

      * The body in the order the load step reads it. A record the
      * header promises but the file does not have is reported once,
      * on the matrix, and ends the walk.
       EDIT-MATRIX-BODY.
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > GS-MAX-DIM
               MOVE SPACES TO LABEL-ENTRY(ITEM-INDEX)
           END-PERFORM

           IF HDR-LABELS-FLAG = 'L' AND MATRIX-EOF NOT = 'E'
              MOVE 'LABELS' TO RECORD-KIND
              PERFORM READ-BODY-RECORD
              IF MATRIX-EOF NOT = 'E'
                 PERFORM CHECK-LABEL-RECORD
                 PERFORM PRINT-DECK-RECORD
              END-IF
           END-IF
           IF HDR-BOUNDS-FLAG = 'B' AND MATRIX-EOF NOT = 'E'
              MOVE 'BOUNDS' TO RECORD-KIND
              PERFORM READ-BODY-RECORD
              IF MATRIX-EOF NOT = 'E'
                 PERFORM CHECK-BOUNDS-RECORD
                 PERFORM PRINT-DECK-RECORD
              END-IF
           END-IF
           IF HDR-WEIGHTS-FLAG = 'W' AND MATRIX-EOF NOT = 'E'
              MOVE 'WEIGHT' TO RECORD-KIND
              PERFORM READ-BODY-RECORD
              IF MATRIX-EOF NOT = 'E'
                 PERFORM CHECK-WEIGHTS-RECORD
                 PERFORM PRINT-DECK-RECORD
              END-IF
           END-IF
           IF HDR-CONSTRAINTS-FLAG = 'C' AND MATRIX-EOF NOT = 'E'
              MOVE 'CONSTR' TO RECORD-KIND
              PERFORM READ-BODY-RECORD
              IF MATRIX-EOF NOT = 'E'
                 PERFORM CHECK-CONSTRAINT-RECORD
                 PERFORM PRINT-DECK-RECORD
              END-IF
           END-IF
           IF HDR-UNITS-FLAG = 'U' AND MATRIX-EOF NOT = 'E'
              MOVE 'UNITS' TO RECORD-KIND
              PERFORM READ-BODY-RECORD
              IF MATRIX-EOF NOT = 'E'
                 PERFORM CHECK-UNITS-RECORD
                 PERFORM PRINT-DECK-RECORD
              END-IF
           END-IF
           IF HDR-SCENARIOS-FLAG = 'N' AND MATRIX-EOF NOT = 'E'
              MOVE 'NAMES' TO RECORD-KIND
              PERFORM READ-BODY-RECORD
              IF MATRIX-EOF NOT = 'E'
                 PERFORM CHECK-SCENARIOS-RECORD
                 PERFORM PRINT-DECK-RECORD
              END-IF
           END-IF
           IF HDR-MODE-FLAG = 'T' AND MATRIX-EOF NOT = 'E'
              MOVE 'TARGET' TO RECORD-KIND
              PERFORM READ-BODY-RECORD
              IF MATRIX-EOF NOT = 'E'
                 PERFORM CHECK-TARGET-RECORD
                 PERFORM PRINT-DECK-RECORD
              END-IF
           END-IF

           IF MATRIX-EOF NOT = 'E'
              IF HDR-FORMAT = 'K'
                 MOVE SPACE TO TRIPLET-END-SEEN
                 PERFORM EDIT-ONE-TRIPLET
                     UNTIL MATRIX-EOF = 'E'
                        OR TRIPLET-END-SEEN = 'Y'
              ELSE
                 MOVE 0 TO ROWS-READ
                 PERFORM EDIT-ONE-DENSE-ROW
                     UNTIL ROWS-READ = HDR-ROWS
                        OR MATRIX-EOF = 'E'
                 IF ROWS-READ < HDR-ROWS
                    SET NEW-IS-ERROR TO TRUE
                    MOVE ROWS-READ TO TEXT-NUMBER
                    MOVE HDR-ROWS TO TEXT-COUNT
                    MOVE SPACES TO NEW-TEXT
                    STRING 'END OF FILE AFTER ' TEXT-NUMBER ' OF '
                        TEXT-COUNT(4:3) ' DATA ROWS'
                        DELIMITED BY SIZE INTO NEW-TEXT
                    PERFORM WRITE-MATRIX-MESSAGE
                 END-IF
              END-IF
           END-IF
           .

      * A missing optional record is a matrix-level error; a triplet
      * stack may run to the end of the file (the last matrix of a
      * deck), so the caller decides for the data records.
       READ-BODY-RECORD.
           PERFORM READ-DECK-RECORD
           IF MATRIX-EOF = 'E'
              AND RECORD-KIND NOT = 'ROW'
              AND RECORD-KIND NOT = 'TRIPLT'
              SET NEW-IS-ERROR TO TRUE
              MOVE SPACES TO NEW-TEXT
              STRING 'END OF FILE WHERE THE ' RECORD-KIND
                  ' RECORD BELONGS' DELIMITED BY SIZE INTO NEW-TEXT
              PERFORM WRITE-MATRIX-MESSAGE
           END-IF
           .

       READ-DECK-RECORD.
           IF MATRIX-EOF NOT = 'E'
              MOVE SPACES TO DECK-RECORD
              READ FD-MATRIX INTO DECK-RECORD
                  AT END MOVE 'E' TO MATRIX-EOF
              END-READ
              IF MATRIX-EOF NOT = 'E'
                 ADD 1 TO RECORD-COUNTER
                 MOVE SPACES TO MARKER-LINE
                 MOVE 0 TO MESSAGE-COUNTER
                 MOVE 0 TO MESSAGE-OVERFLOW
              END-IF
           END-IF
           .

      * Labels are per unknown. A repeated label is let through but
      * makes a by-label lookup (target seek, the GL map) land on the
      * first of the two.
       CHECK-LABEL-RECORD.
           PERFORM VARYING ITEM-INDEX FROM 2 BY 1
                   UNTIL ITEM-INDEX > HDR-UNKNOWNS
               IF DECK-RECORD(ITEM-INDEX * 10 - 9:10) NOT = SPACES
                  PERFORM VARYING OTHER-INDEX FROM 1 BY 1
                          UNTIL OTHER-INDEX NOT < ITEM-INDEX
                      IF DECK-RECORD(OTHER-INDEX * 10 - 9:10)
                         = DECK-RECORD(ITEM-INDEX * 10 - 9:10)
                         SET NEW-IS-WARNING TO TRUE
                         COMPUTE NEW-COLUMN = ITEM-INDEX * 10 - 9
                         MOVE 10 TO NEW-WIDTH
                         MOVE OTHER-INDEX TO TEXT-NUMBER
                         MOVE SPACES TO NEW-TEXT
                         STRING 'LABEL REPEATS THE ONE OF VARIABLE '
                             TEXT-NUMBER DELIMITED BY SIZE
                             INTO NEW-TEXT
                         PERFORM ADD-RECORD-MESSAGE
                         MOVE ITEM-INDEX TO OTHER-INDEX
                      END-IF
                  END-PERFORM
               END-IF
           END-PERFORM
           IF HDR-ROWS NOT = HDR-UNKNOWNS
              SET NEW-IS-WARNING TO TRUE
              MOVE 1 TO NEW-COLUMN
              MOVE 10 TO NEW-WIDTH
              MOVE 'LABELS ARE ONLY USED ON A SQUARE SYSTEM'
                  TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           ELSE
              PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                      UNTIL ITEM-INDEX > HDR-UNKNOWNS
                  MOVE DECK-RECORD(ITEM-INDEX * 10 - 9:10)
                      TO LABEL-ENTRY(ITEM-INDEX)
              END-PERFORM
           END-IF
           COMPUTE EXPECTED-WIDTH = HDR-UNKNOWNS * 10
           PERFORM CHECK-RECORD-WIDTH
           .

       CHECK-BOUNDS-RECORD.
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > HDR-UNKNOWNS
               COMPUTE CELL-POSITION = ITEM-INDEX * 18 - 17
               PERFORM CHECK-CELL
               MOVE CELL-VALID TO BOUND-MIN-VALID
               MOVE CELL-VALUE TO BOUND-MIN-VALUE
               IF NOT CELL-IS-VALID
                  SET NEW-IS-ERROR TO TRUE
                  MOVE CELL-POSITION TO NEW-COLUMN
                  MOVE 9 TO NEW-WIDTH
                  MOVE 'MINIMUM NOT A +999.9999 VALUE' TO NEW-TEXT
                  PERFORM ADD-RECORD-MESSAGE
               END-IF
               ADD 9 TO CELL-POSITION
               PERFORM CHECK-CELL
               IF NOT CELL-IS-VALID
                  SET NEW-IS-ERROR TO TRUE
                  MOVE CELL-POSITION TO NEW-COLUMN
                  MOVE 9 TO NEW-WIDTH
                  MOVE 'MAXIMUM NOT A +999.9999 VALUE' TO NEW-TEXT
                  PERFORM ADD-RECORD-MESSAGE
               END-IF
               IF CELL-IS-VALID AND BOUND-MIN-VALID = 'Y'
                  AND BOUND-MIN-VALUE > CELL-VALUE
                  SET NEW-IS-ERROR TO TRUE
                  COMPUTE NEW-COLUMN = CELL-POSITION - 9
                  MOVE 18 TO NEW-WIDTH
                  MOVE ITEM-INDEX TO TEXT-NUMBER
                  MOVE SPACES TO NEW-TEXT
                  STRING 'MINIMUM ABOVE MAXIMUM FOR VARIABLE '
                      TEXT-NUMBER DELIMITED BY SIZE INTO NEW-TEXT
                  PERFORM ADD-RECORD-MESSAGE
               END-IF
           END-PERFORM
           COMPUTE EXPECTED-WIDTH = HDR-UNKNOWNS * 18
           PERFORM CHECK-RECORD-WIDTH
           .

       CHECK-WEIGHTS-RECORD.
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > HDR-ROWS-CHECKED
               COMPUTE CELL-POSITION = ITEM-INDEX * 9 - 8
               PERFORM CHECK-CELL
               IF NOT CELL-IS-VALID
                  SET NEW-IS-ERROR TO TRUE
                  MOVE CELL-POSITION TO NEW-COLUMN
                  MOVE 9 TO NEW-WIDTH
                  MOVE 'WEIGHT NOT A +999.9999 VALUE' TO NEW-TEXT
                  PERFORM ADD-RECORD-MESSAGE
               ELSE
                  IF CELL-VALUE < 0
                     SET NEW-IS-ERROR TO TRUE
                     MOVE CELL-POSITION TO NEW-COLUMN
                     MOVE 9 TO NEW-WIDTH
                     MOVE 'NEGATIVE WEIGHT' TO NEW-TEXT
                     PERFORM ADD-RECORD-MESSAGE
                  END-IF
               END-IF
           END-PERFORM
           COMPUTE EXPECTED-WIDTH = HDR-ROWS-CHECKED * 9
           PERFORM CHECK-RECORD-WIDTH
           .

      * Hard flags only act on an over-determined fit, and the
      * bordered system they lead to still has to fit the table.
       CHECK-CONSTRAINT-RECORD.
           MOVE 0 TO HARD-COUNT
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > HDR-ROWS-CHECKED
               EVALUATE DECK-RECORD(ITEM-INDEX:1)
                  WHEN 'H'
                     ADD 1 TO HARD-COUNT
                  WHEN SPACE
                     CONTINUE
                  WHEN OTHER
                     SET NEW-IS-WARNING TO TRUE
                     MOVE ITEM-INDEX TO NEW-COLUMN
                     MOVE 1 TO NEW-WIDTH
                     MOVE 'FLAG NOT H - EQUATION LEFT TO THE FIT'
                         TO NEW-TEXT
                     PERFORM ADD-RECORD-MESSAGE
               END-EVALUATE
           END-PERFORM
           IF HARD-COUNT > 0
              IF HDR-ROWS NOT > HDR-UNKNOWNS
                 SET NEW-IS-WARNING TO TRUE
                 MOVE 1 TO NEW-COLUMN
                 MOVE HDR-ROWS-CHECKED TO NEW-WIDTH
                 MOVE 'HARD FLAGS IGNORED - SYSTEM NOT OVER-DETERMINED'
                     TO NEW-TEXT
                 PERFORM ADD-RECORD-MESSAGE
              ELSE
                 IF HDR-UNKNOWNS + HARD-COUNT > GS-MAX-DIM
                    SET NEW-IS-ERROR TO TRUE
                    MOVE 1 TO NEW-COLUMN
                    MOVE HDR-ROWS-CHECKED TO NEW-WIDTH
                    MOVE GS-MAX-DIM TO TEXT-NUMBER
                    MOVE SPACES TO NEW-TEXT
                    STRING 'HARD FLAGS TAKE THE BORDERED SYSTEM PAST '
                        TEXT-NUMBER DELIMITED BY SIZE INTO NEW-TEXT
                    PERFORM ADD-RECORD-MESSAGE
                 END-IF
              END-IF
           END-IF
           MOVE HDR-ROWS-CHECKED TO EXPECTED-WIDTH
           PERFORM CHECK-RECORD-WIDTH
           .

      * The load step leaves a variable unscaled, with a warning,
      * for an unreadable scale or an up-scale above 6.
       CHECK-UNITS-RECORD.
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > HDR-UNKNOWNS
               COMPUTE CELL-POSITION = ITEM-INDEX * 10 - 9
               IF DECK-RECORD(CELL-POSITION:2) NOT = SPACES
                  IF DECK-RECORD(CELL-POSITION + 1:1) IS NUMERIC
                     AND (DECK-RECORD(CELL-POSITION:1) = '+'
                       OR DECK-RECORD(CELL-POSITION:1) = '-'
                       OR DECK-RECORD(CELL-POSITION:1) = SPACE)
                     MOVE DECK-RECORD(CELL-POSITION + 1:1)
                         TO UNIT-DIGIT
                     IF UNIT-DIGIT > 6
                        AND DECK-RECORD(CELL-POSITION:1) NOT = '-'
                        SET NEW-IS-WARNING TO TRUE
                        MOVE CELL-POSITION TO NEW-COLUMN
                        MOVE 2 TO NEW-WIDTH
                        MOVE 'SCALE ABOVE 6 - VARIABLE LEFT UNSCALED'
                            TO NEW-TEXT
                        PERFORM ADD-RECORD-MESSAGE
                     END-IF
                  ELSE
                     SET NEW-IS-WARNING TO TRUE
                     MOVE CELL-POSITION TO NEW-COLUMN
                     MOVE 2 TO NEW-WIDTH
                     MOVE 'SCALE UNREADABLE - VARIABLE LEFT UNSCALED'
                         TO NEW-TEXT
                     PERFORM ADD-RECORD-MESSAGE
                  END-IF
               END-IF
           END-PERFORM
           COMPUTE EXPECTED-WIDTH = HDR-UNKNOWNS * 10
           PERFORM CHECK-RECORD-WIDTH
           .

       CHECK-SCENARIOS-RECORD.
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > 99
               IF ITEM-INDEX > HDR-RHS-COUNT
                  AND DECK-RECORD(ITEM-INDEX * 10 - 9:10) NOT = SPACES
                  SET NEW-IS-WARNING TO TRUE
                  COMPUTE NEW-COLUMN = ITEM-INDEX * 10 - 9
                  MOVE 10 TO NEW-WIDTH
                  MOVE 'NAME BEYOND THE RIGHT-HAND SIDES - NOT USED'
                      TO NEW-TEXT
                  PERFORM ADD-RECORD-MESSAGE
               END-IF
           END-PERFORM

      *    The name is part of the results master key: a second
      *    column under a name already taken -- given twice, or
      *    repeating another column's BASE or SET-nnn -- is refused.
           MOVE 'BASE' TO SCENARIO-ENTRY(1)
           PERFORM VARYING ITEM-INDEX FROM 2 BY 1
                   UNTIL ITEM-INDEX > 99
               MOVE ITEM-INDEX TO SCENARIO-NUMBER-EDIT
               MOVE SPACES TO SCENARIO-ENTRY(ITEM-INDEX)
               STRING 'SET-' SCENARIO-NUMBER-EDIT DELIMITED BY SIZE
                   INTO SCENARIO-ENTRY(ITEM-INDEX)
           END-PERFORM
           PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                   UNTIL ITEM-INDEX > HDR-RHS-COUNT
               IF DECK-RECORD(ITEM-INDEX * 10 - 9:10) NOT = SPACES
                  MOVE DECK-RECORD(ITEM-INDEX * 10 - 9:10)
                      TO SCENARIO-ENTRY(ITEM-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING ITEM-INDEX FROM 2 BY 1
                   UNTIL ITEM-INDEX > HDR-RHS-COUNT
               PERFORM VARYING OTHER-INDEX FROM 1 BY 1
                       UNTIL OTHER-INDEX NOT < ITEM-INDEX
                   IF SCENARIO-ENTRY(OTHER-INDEX)
                      = SCENARIO-ENTRY(ITEM-INDEX)
                      SET NEW-IS-ERROR TO TRUE
                      COMPUTE NEW-COLUMN = ITEM-INDEX * 10 - 9
                      MOVE 10 TO NEW-WIDTH
                      MOVE OTHER-INDEX TO TEXT-NUMBER
                      MOVE SPACES TO NEW-TEXT
                      STRING 'SCENARIO NAME ALREADY USED BY '
                          'RIGHT-HAND SIDE ' TEXT-NUMBER
                          DELIMITED BY SIZE INTO NEW-TEXT
                      PERFORM ADD-RECORD-MESSAGE
                      MOVE ITEM-INDEX TO OTHER-INDEX
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 990 TO EXPECTED-WIDTH
           PERFORM CHECK-RECORD-WIDTH
           .

      * Variable and movable row go by label or three-digit number,
      * resolved the way the load step resolves them; one it cannot
      * find drops the run back to a plain solve.
       CHECK-TARGET-RECORD.
           MOVE DECK-RECORD(1:10) TO TGT-LOOKUP-TEXT
           MOVE 1 TO NEW-COLUMN
           PERFORM CHECK-TARGET-NAME
           MOVE 12 TO CELL-POSITION
           PERFORM CHECK-CELL
           IF NOT CELL-IS-VALID
              SET NEW-IS-ERROR TO TRUE
              MOVE 12 TO NEW-COLUMN
              MOVE 9 TO NEW-WIDTH
              MOVE 'TARGET VALUE NOT A +999.9999 VALUE' TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF
           MOVE DECK-RECORD(22:10) TO TGT-LOOKUP-TEXT
           MOVE 22 TO NEW-COLUMN
           PERFORM CHECK-TARGET-NAME
           MOVE 31 TO EXPECTED-WIDTH
           PERFORM CHECK-RECORD-WIDTH
           .

       CHECK-TARGET-NAME.
           MOVE 10 TO NEW-WIDTH
           IF TGT-LOOKUP-TEXT = SPACES
              SET NEW-IS-ERROR TO TRUE
              MOVE 'TARGET VARIABLE OR ROW MISSING' TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           ELSE
              MOVE 0 TO TGT-POSITION
              IF TGT-LOOKUP-TEXT(1:3) IS NUMERIC
                 AND TGT-LOOKUP-TEXT(4:7) = SPACES
                 MOVE TGT-LOOKUP-TEXT(1:3) TO TGT-NUMBER
                 IF TGT-NUMBER > 0 AND TGT-NUMBER NOT > HDR-UNKNOWNS
                    MOVE TGT-NUMBER TO TGT-POSITION
                 END-IF
              ELSE
                 PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                         UNTIL ITEM-INDEX > HDR-UNKNOWNS
                            OR TGT-POSITION > 0
                     IF LABEL-ENTRY(ITEM-INDEX) = TGT-LOOKUP-TEXT
                        MOVE ITEM-INDEX TO TGT-POSITION
                     END-IF
                 END-PERFORM
              END-IF
              IF TGT-POSITION = 0
                 SET NEW-IS-WARNING TO TRUE
                 MOVE 'NOT FOUND - THE RUN DROPS TO A PLAIN SOLVE'
                     TO NEW-TEXT
                 PERFORM ADD-RECORD-MESSAGE
              END-IF
           END-IF
           .

       EDIT-ONE-DENSE-ROW.
           MOVE 'ROW' TO RECORD-KIND
           PERFORM READ-BODY-RECORD
           IF MATRIX-EOF NOT = 'E'
              ADD 1 TO ROWS-READ
              PERFORM VARYING ITEM-INDEX FROM 1 BY 1
                      UNTIL ITEM-INDEX > HDR-DATA-COLUMNS
                  COMPUTE CELL-POSITION = ITEM-INDEX * 9 - 8
                  PERFORM CHECK-CELL
                  IF NOT CELL-IS-VALID
                     SET NEW-IS-ERROR TO TRUE
                     MOVE CELL-POSITION TO NEW-COLUMN
                     MOVE 9 TO NEW-WIDTH
                     MOVE ITEM-INDEX TO TEXT-NUMBER
                     MOVE SPACES TO NEW-TEXT
                     STRING 'CELL ' TEXT-NUMBER
                         ' NOT A +999.9999 VALUE'
                         DELIMITED BY SIZE INTO NEW-TEXT
                     PERFORM ADD-RECORD-MESSAGE
                  ELSE
                     IF CELL-VALUE NOT = 0
                        AND ITEM-INDEX NOT > HDR-UNKNOWNS
                        PERFORM COUNT-NON-ZERO-CELL
                     END-IF
                  END-IF
              END-PERFORM
              COMPUTE EXPECTED-WIDTH = HDR-DATA-COLUMNS * 9
              PERFORM CHECK-RECORD-WIDTH
              PERFORM PRINT-DECK-RECORD
           END-IF
           .

      * Row 000 closes the stack; anything else must name a cell
      * inside the header's counts and carry a readable value.
       EDIT-ONE-TRIPLET.
           MOVE 'TRIPLT' TO RECORD-KIND
           PERFORM READ-BODY-RECORD
           IF MATRIX-EOF NOT = 'E'
              IF DECK-RECORD(1:3) = '000'
                 MOVE 'Y' TO TRIPLET-END-SEEN
                 MOVE 'END' TO RECORD-KIND
              ELSE
                 PERFORM CHECK-TRIPLET-RECORD
              END-IF
              PERFORM PRINT-DECK-RECORD
           END-IF
           .

       CHECK-TRIPLET-RECORD.
           IF DECK-RECORD(1:3) IS NOT NUMERIC
              OR DECK-RECORD(1:3) > HDR-ROWS
              SET NEW-IS-ERROR TO TRUE
              MOVE 1 TO NEW-COLUMN
              MOVE 3 TO NEW-WIDTH
              MOVE HDR-ROWS TO TEXT-NUMBER
              MOVE SPACES TO NEW-TEXT
              STRING 'ROW NOT A NUMBER FROM 001 TO ' TEXT-NUMBER
                  DELIMITED BY SIZE INTO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF
           IF DECK-RECORD(5:3) IS NOT NUMERIC
              OR DECK-RECORD(5:3) = '000'
              OR DECK-RECORD(5:3) > HDR-DATA-COLUMNS
              SET NEW-IS-ERROR TO TRUE
              MOVE 5 TO NEW-COLUMN
              MOVE 3 TO NEW-WIDTH
              MOVE HDR-DATA-COLUMNS TO TEXT-NUMBER
              MOVE SPACES TO NEW-TEXT
              STRING 'COLUMN NOT A NUMBER FROM 001 TO ' TEXT-NUMBER
                  DELIMITED BY SIZE INTO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF
           MOVE 9 TO CELL-POSITION
           PERFORM CHECK-CELL
           IF NOT CELL-IS-VALID
              SET NEW-IS-ERROR TO TRUE
              MOVE 9 TO NEW-COLUMN
              MOVE 9 TO NEW-WIDTH
              MOVE 'VALUE NOT A +999.9999 VALUE' TO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           ELSE
              IF CELL-VALUE NOT = 0
                 PERFORM COUNT-NON-ZERO-CELL
              END-IF
           END-IF
           MOVE 17 TO EXPECTED-WIDTH
           PERFORM CHECK-RECORD-WIDTH
           .

      * The gate is reported once, at the cell that crosses it.
       COUNT-NON-ZERO-CELL.
           ADD 1 TO NOT-ZERO-COUNTER
           IF NOT-ZERO-COUNTER > MAX-NUMBER-OF-ELEMENTS
              AND SPARSITY-REPORTED NOT = 'Y'
              MOVE 'Y' TO SPARSITY-REPORTED
              SET NEW-IS-ERROR TO TRUE
              MOVE CELL-POSITION TO NEW-COLUMN
              MOVE 9 TO NEW-WIDTH
              MOVE SPARSITY-PCT TO TEXT-NUMBER
              MOVE MAX-NUMBER-OF-ELEMENTS TO TEXT-COUNT
              MOVE SPACES TO NEW-TEXT
              STRING 'PAST THE ' TEXT-NUMBER '% SPARSITY LIMIT OF '
                  TEXT-COUNT ' NON-ZERO CELLS'
                  DELIMITED BY SIZE INTO NEW-TEXT
              PERFORM ADD-RECORD-MESSAGE
           END-IF
           .

      * A +999.9999 cell: sign or blank, three digits, the point,
      * four digits. Anything else would be de-edited to garbage.
       CHECK-CELL.
           MOVE DECK-RECORD(CELL-POSITION:9) TO CELL-TEXT
           MOVE SPACE TO CELL-VALID
           MOVE 0 TO CELL-VALUE
           IF (CELL-SIGN = '+' OR CELL-SIGN = '-' OR CELL-SIGN = SPACE)
              AND CELL-INTEGER IS NUMERIC
              AND CELL-POINT = '.'
              AND CELL-DECIMALS IS NUMERIC
              MOVE 'Y' TO CELL-VALID
              MOVE CELL-EDITED TO CELL-VALUE
           END-IF
           .

      * Anything past the last field the record is read for is
      * silently dropped by the load step -- usually a sign that the
      * header counts and the record disagree.
       CHECK-RECORD-WIDTH.
           IF EXPECTED-WIDTH < 2400
              IF DECK-RECORD(EXPECTED-WIDTH + 1:) NOT = SPACES
                 PERFORM VARYING SCAN-POS FROM EXPECTED-WIDTH BY 1
                         UNTIL DECK-RECORD(SCAN-POS + 1:1) NOT = SPACE
                     CONTINUE
                 END-PERFORM
                 SET NEW-IS-WARNING TO TRUE
                 COMPUTE NEW-COLUMN = SCAN-POS + 1
                 MOVE 1 TO NEW-WIDTH
                 MOVE EXPECTED-WIDTH TO TEXT-LIMIT
                 MOVE SPACES TO NEW-TEXT
                 STRING 'TEXT PAST COLUMN ' TEXT-LIMIT ' IS IGNORED'
                     DELIMITED BY SIZE INTO NEW-TEXT
                 PERFORM ADD-RECORD-MESSAGE
              END-IF
           END-IF
           .

       ADD-RECORD-MESSAGE.
           IF NEW-WIDTH < 1
              MOVE 1 TO NEW-WIDTH
           END-IF
           IF NEW-IS-ERROR
              ADD 1 TO MATRIX-ERRORS
              MOVE ALL '^' TO MARKER-LINE(NEW-COLUMN:NEW-WIDTH)
           ELSE
              ADD 1 TO MATRIX-WARNINGS
              MOVE ALL '-' TO MARKER-LINE(NEW-COLUMN:NEW-WIDTH)
           END-IF
           IF MESSAGE-COUNTER < 10
              ADD 1 TO MESSAGE-COUNTER
              MOVE NEW-SEVERITY TO MSG-SEVERITY(MESSAGE-COUNTER)
              MOVE NEW-COLUMN TO MSG-COLUMN(MESSAGE-COUNTER)
              MOVE NEW-TEXT TO MSG-TEXT(MESSAGE-COUNTER)
           ELSE
              ADD 1 TO MESSAGE-OVERFLOW
           END-IF
           .

      * A fault that belongs to no one record (the file ended early).
       WRITE-MATRIX-MESSAGE.
           IF NEW-IS-ERROR
              ADD 1 TO MATRIX-ERRORS
           ELSE
              ADD 1 TO MATRIX-WARNINGS
           END-IF
           MOVE SPACES TO EDIT-RECORD
           STRING '               *** ' NEW-SEVERITY '  ' NEW-TEXT
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           ADD 1 TO LINES-SINCE-RULER
           .

      * The record in 100-column segments, each with its marker line
      * when anything on it was marked, then the record's messages.
      * The ruler is repeated every 60 lines or so, between records.
       PRINT-DECK-RECORD.
           IF LINES-SINCE-RULER > 59
              PERFORM WRITE-RULER-LINE
           END-IF
           PERFORM VARYING SCAN-POS FROM 2400 BY -1
                   UNTIL SCAN-POS < 1
                      OR DECK-RECORD(SCAN-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SCAN-POS TO PRINT-LENGTH
           PERFORM VARYING SCAN-POS FROM 2400 BY -1
                   UNTIL SCAN-POS < 1
                      OR MARKER-LINE(SCAN-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SCAN-POS TO MARK-LENGTH
           IF MARK-LENGTH > PRINT-LENGTH
              MOVE MARK-LENGTH TO PRINT-LENGTH
           END-IF
           IF PRINT-LENGTH < 1
              MOVE 1 TO PRINT-LENGTH
           END-IF

           PERFORM PRINT-RECORD-SEGMENT
               VARYING SEG-START FROM 1 BY 100
               UNTIL SEG-START > PRINT-LENGTH

           PERFORM VARYING MESSAGE-INDEX FROM 1 BY 1
                   UNTIL MESSAGE-INDEX > MESSAGE-COUNTER
               MOVE MSG-COLUMN(MESSAGE-INDEX) TO PRINT-START
               MOVE SPACES TO EDIT-RECORD
               STRING '               *** '
                   MSG-SEVERITY(MESSAGE-INDEX)
                   '  COLUMN ' PRINT-START '  '
                   MSG-TEXT(MESSAGE-INDEX)
                   DELIMITED BY SIZE INTO EDIT-RECORD
               WRITE EDIT-RECORD
               ADD 1 TO LINES-SINCE-RULER
           END-PERFORM
           IF MESSAGE-OVERFLOW > 0
              MOVE MESSAGE-OVERFLOW TO PRINT-COUNT
              MOVE SPACES TO EDIT-RECORD
              STRING '               *** ' PRINT-COUNT
                  ' MORE ON THIS RECORD'
                  DELIMITED BY SIZE INTO EDIT-RECORD
              WRITE EDIT-RECORD
              ADD 1 TO LINES-SINCE-RULER
           END-IF
           .

       PRINT-RECORD-SEGMENT.
           MOVE SPACES TO EDIT-LINE
           IF SEG-START = 1
              MOVE RECORD-COUNTER TO PRINT-RECORD-NO
              MOVE PRINT-RECORD-NO TO EDL-RECORD-NO
              MOVE RECORD-KIND TO EDL-KIND
           END-IF
           MOVE SEG-START TO PRINT-START
           MOVE PRINT-START TO EDL-START
           MOVE DECK-RECORD(SEG-START:100) TO EDL-TEXT
           WRITE EDIT-RECORD FROM EDIT-LINE
           ADD 1 TO LINES-SINCE-RULER
           IF MARKER-LINE(SEG-START:100) NOT = SPACES
              MOVE SPACES TO EDIT-LINE
              MOVE MARKER-LINE(SEG-START:100) TO EDL-TEXT
              WRITE EDIT-RECORD FROM EDIT-LINE
              ADD 1 TO LINES-SINCE-RULER
           END-IF
           .

       WRITE-MATRIX-VERDICT.
           MOVE MATRIX-COUNTER TO PRINT-RECORD-NO
           MOVE MATRIX-ERRORS TO PRINT-COUNT
           MOVE MATRIX-WARNINGS TO PRINT-COUNT-2
           MOVE SPACES TO EDIT-RECORD
           IF MATRIX-ERRORS = 0
              ADD 1 TO ACCEPTED-COUNTER
              STRING 'MATRIX ' PRINT-RECORD-NO ' ' HDR-MATRIX-ID
                  ' ACCEPTED -' PRINT-COUNT-2 ' WARNING(S)'
                  DELIMITED BY SIZE INTO EDIT-RECORD
           ELSE
              ADD 1 TO REJECTED-COUNTER
              STRING 'MATRIX ' PRINT-RECORD-NO ' ' HDR-MATRIX-ID
                  ' REJECTED -' PRINT-COUNT ' ERROR(S),'
                  PRINT-COUNT-2 ' WARNING(S)'
                  DELIMITED BY SIZE INTO EDIT-RECORD
           END-IF
           WRITE EDIT-RECORD
           ADD MATRIX-ERRORS TO ERROR-TOTAL
           ADD MATRIX-WARNINGS TO WARNING-TOTAL
           .

       WRITE-LISTING-TOTALS.
           MOVE SPACES TO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE RECORD-COUNTER TO PRINT-COUNT
           MOVE MATRIX-COUNTER TO PRINT-COUNT-2
           MOVE SPACES TO EDIT-RECORD
           STRING 'TOTALS: ' PRINT-COUNT ' RECORDS READ,'
               PRINT-COUNT-2 ' MATRICES'
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE ACCEPTED-COUNTER TO PRINT-COUNT
           MOVE REJECTED-COUNTER TO PRINT-COUNT-2
           MOVE SPACES TO EDIT-RECORD
           STRING '        ' PRINT-COUNT ' ACCEPTED,'
               PRINT-COUNT-2 ' REJECTED'
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           MOVE ERROR-TOTAL TO PRINT-COUNT
           MOVE WARNING-TOTAL TO PRINT-COUNT-2
           MOVE SPACES TO EDIT-RECORD
           STRING '        ' PRINT-COUNT ' ERROR(S),'
               PRINT-COUNT-2 ' WARNING(S)'
               DELIMITED BY SIZE INTO EDIT-RECORD
           WRITE EDIT-RECORD
           IF WALK-STOPPED = 'Y'
              MOVE SPACES TO EDIT-RECORD
              MOVE 'DECK NOT EDITED TO THE END - SEE THE LAST HEADER'
                  TO EDIT-RECORD
              WRITE EDIT-RECORD
           END-IF
           .
