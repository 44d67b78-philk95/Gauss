      ******************************************************************
      * Author:
      * Date:
      * Purpose: Template version history. Lists every template in
      *          the library (templates.txt), or just GAUSS_TEMPLATE
      *          when it is set, version by version in ascending
      *          order with the date each took effect from, and under
      *          each version what changed against the one before it:
      *          the column count, rows added or dropped (by label),
      *          and every coefficient or right-hand-side cell whose
      *          value moved, old and new side by side. Written to
      *          tplhist.txt -- the answer to "which structure was
      *          live on 30 June, and how did it differ from July's".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSTVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO 'templates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPL-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'tplhist.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD TEMPLATE-FILE.
           01 TPL-RECORD                   PIC X(2400).
           01 TPL-CONTROL-RECORD.
              05 TPL-KEYWORD               PIC X(9).
              05 FILLER                    PIC X.
              05 TPL-NAME                  PIC X(10).
              05 FILLER                    PIC X.
              05 TPL-VERSION               PIC X(3).
              05 FILLER                    PIC X.
              05 TPL-EFFECTIVE-DATE        PIC X(8).

           FD HISTORY-FILE.
           01 HISTORY-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".
           77 DIR-MAX-ENTRIES              PIC 999 VALUE 500.

           01 TPL-STATUS                   PIC XX.
           01 TPL-EOF                      PIC X.
           01 WANTED-NAME                  PIC X(10).

      *    Every TEMPLATE line in the library, in file order: the
      *    ordinal is how a block is found again when its turn comes
      *    to be listed.
           01 DIR-TABLE.
              05 DIR-ENTRY OCCURS 500.
                 10 DIR-NAME               PIC X(10).
                 10 DIR-VERSION            PIC 999.
                 10 DIR-EFFECTIVE          PIC 9(8).
                 10 DIR-LISTED             PIC X.
           01 DIR-COUNTER                  PIC 999 COMP-3 VALUE ZERO.
           01 DIR-INDEX                    PIC 999 COMP-3.
           01 NAME-INDEX                   PIC 999 COMP-3.
           01 NEXT-AT                      PIC 999 COMP-3.
           01 BLOCK-ORDINAL                PIC 999 COMP-3.
           01 IN-WANTED-BLOCK              PIC X.
           01 BLOCK-LINE-COUNTER           PIC 9(5) COMP-3.
           01 VERSIONS-OF-NAME             PIC 999 COMP-3.

      *    The block being listed and the version before it. Rows
      *    are matched by label, so a row moved or inserted shows as
      *    that and not as every cell below it changing.
           01 CUR-BLOCK.
              05 CUR-HEADER                PIC X(40).
              05 CUR-COLUMNS               PIC 999.
              05 CUR-ROWS                  PIC 999.
              05 CUR-LABELLED              PIC X.
              05 CUR-LABEL                 PIC X(10) OCCURS 200.
              05 CUR-ROW                   PIC X(2400) OCCURS 200.
           01 PRV-BLOCK.
              05 PRV-HEADER                PIC X(40).
              05 PRV-COLUMNS               PIC 999.
              05 PRV-ROWS                  PIC 999.
              05 PRV-LABELLED              PIC X.
              05 PRV-LABEL                 PIC X(10) OCCURS 200.
              05 PRV-ROW                   PIC X(2400) OCCURS 200.

           01 ROW-INDEX                    PIC 999 COMP-3.
           01 MATCH-INDEX                  PIC 999 COMP-3.
           01 COL-INDEX                    PIC 999 COMP-3.
           01 COMMON-UNKNOWNS              PIC 999 COMP-3.
           01 CUR-OFFSET                   PIC 9(5) COMP-3.
           01 PRV-OFFSET                   PIC 9(5) COMP-3.
           01 CHANGE-COUNTER               PIC 9(5) COMP-3.
           01 ROW-CAPTION                  PIC X(10).
           01 PRINT-ROW                    PIC 999.
           01 PRINT-COLUMN                 PIC ZZ9.
           01 PRINT-COL-TEXT               PIC X(3).
           01 PRINT-COUNT                  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WANTED-NAME
           ACCEPT WANTED-NAME FROM ENVIRONMENT "GAUSS_TEMPLATE"
           PERFORM LOAD-DIRECTORY
           IF DIR-COUNTER = 0
              DISPLAY 'NO TEMPLATE BLOCKS TO LIST'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT HISTORY-FILE
           MOVE SPACES TO HISTORY-RECORD
           STRING 'TEMPLATE VERSION HISTORY - templates.txt'
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD
      *    Names in the order they first appear in the library; each
      *    name's versions are then taken lowest first.
           PERFORM VARYING NAME-INDEX FROM 1 BY 1
                   UNTIL NAME-INDEX > DIR-COUNTER
               IF DIR-LISTED(NAME-INDEX) NOT = 'Y'
                  PERFORM LIST-ONE-TEMPLATE
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY 'TEMPLATE VERSION HISTORY WRITTEN TO tplhist.txt'
           MOVE 0 TO RETURN-CODE.
       MAIN-EXIT.
           STOP RUN.

       LOAD-DIRECTORY.
           OPEN INPUT TEMPLATE-FILE
           IF TPL-STATUS NOT = '00'
              DISPLAY 'TEMPLATE LIBRARY templates.txt NOT AVAILABLE'
           ELSE
              MOVE SPACE TO TPL-EOF
              PERFORM TAKE-ONE-DIRECTORY-LINE UNTIL TPL-EOF = 'E'
              CLOSE TEMPLATE-FILE
           END-IF
           .

      * Blocks of other templates still take a directory slot when a
      * name filter is set, marked listed so they never print; the
      * ordinal has to count every block in the file.
       TAKE-ONE-DIRECTORY-LINE.
           READ TEMPLATE-FILE
               AT END MOVE 'E' TO TPL-EOF
           END-READ
           IF TPL-EOF NOT = 'E'
              AND TPL-KEYWORD = 'TEMPLATE '
              AND DIR-COUNTER < DIR-MAX-ENTRIES
              ADD 1 TO DIR-COUNTER
              MOVE TPL-NAME TO DIR-NAME(DIR-COUNTER)
              MOVE 0 TO DIR-VERSION(DIR-COUNTER)
              MOVE 0 TO DIR-EFFECTIVE(DIR-COUNTER)
              IF TPL-VERSION IS NUMERIC
                 MOVE TPL-VERSION TO DIR-VERSION(DIR-COUNTER)
              END-IF
              IF TPL-EFFECTIVE-DATE IS NUMERIC
                 MOVE TPL-EFFECTIVE-DATE TO DIR-EFFECTIVE(DIR-COUNTER)
              END-IF
              MOVE SPACE TO DIR-LISTED(DIR-COUNTER)
              IF WANTED-NAME NOT = SPACES
                 AND TPL-NAME NOT = WANTED-NAME
                 MOVE 'Y' TO DIR-LISTED(DIR-COUNTER)
              END-IF
           END-IF
           .

      * Every version of the name at NAME-INDEX, lowest version
      * first, each compared against the one listed just before it.
       LIST-ONE-TEMPLATE.
           MOVE SPACES TO HISTORY-RECORD
           WRITE HISTORY-RECORD
           MOVE SPACES TO HISTORY-RECORD
           STRING 'TEMPLATE ' DIR-NAME(NAME-INDEX)
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD
           MOVE 0 TO VERSIONS-OF-NAME
           MOVE 1 TO NEXT-AT
           PERFORM LIST-NEXT-VERSION UNTIL NEXT-AT = 0
           .

       LIST-NEXT-VERSION.
           MOVE 0 TO NEXT-AT
           PERFORM VARYING DIR-INDEX FROM NAME-INDEX BY 1
                   UNTIL DIR-INDEX > DIR-COUNTER
               IF DIR-NAME(DIR-INDEX) = DIR-NAME(NAME-INDEX)
                  AND DIR-LISTED(DIR-INDEX) NOT = 'Y'
                  IF NEXT-AT = 0
                     MOVE DIR-INDEX TO NEXT-AT
                  ELSE
                     IF DIR-VERSION(DIR-INDEX) < DIR-VERSION(NEXT-AT)
                        MOVE DIR-INDEX TO NEXT-AT
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF NEXT-AT > 0
              MOVE 'Y' TO DIR-LISTED(NEXT-AT)
              ADD 1 TO VERSIONS-OF-NAME
              MOVE NEXT-AT TO BLOCK-ORDINAL
              PERFORM LOAD-BLOCK
              MOVE SPACES TO HISTORY-RECORD
              STRING '  VERSION ' DIR-VERSION(NEXT-AT)
                  '  EFFECTIVE FROM ' DIR-EFFECTIVE(NEXT-AT)
                  DELIMITED BY SIZE INTO HISTORY-RECORD
              WRITE HISTORY-RECORD
              IF VERSIONS-OF-NAME = 1
                 MOVE CUR-ROWS TO PRINT-ROW
                 MOVE SPACES TO HISTORY-RECORD
                 STRING '    FIRST VERSION ON FILE - ' PRINT-ROW
                     ' ROWS, ' CUR-COLUMNS ' COLUMNS'
                     DELIMITED BY SIZE INTO HISTORY-RECORD
                 WRITE HISTORY-RECORD
              ELSE
                 PERFORM COMPARE-WITH-PREVIOUS
              END-IF
              MOVE CUR-BLOCK TO PRV-BLOCK
           END-IF
           .

      * Reads the library again down to the BLOCK-ORDINAL'th TEMPLATE
      * line and keeps that block's header, labels and data rows.
       LOAD-BLOCK.
           MOVE SPACES TO CUR-HEADER
           MOVE 0 TO CUR-COLUMNS
           MOVE 0 TO CUR-ROWS
           MOVE SPACE TO CUR-LABELLED
           MOVE 0 TO DIR-INDEX
           MOVE 0 TO BLOCK-LINE-COUNTER
           MOVE SPACE TO IN-WANTED-BLOCK
           MOVE SPACE TO TPL-EOF
           OPEN INPUT TEMPLATE-FILE
           PERFORM LOAD-ONE-BLOCK-LINE UNTIL TPL-EOF = 'E'
           CLOSE TEMPLATE-FILE
           .

       LOAD-ONE-BLOCK-LINE.
           READ TEMPLATE-FILE
               AT END MOVE 'E' TO TPL-EOF
           END-READ
           IF TPL-EOF NOT = 'E'
              EVALUATE TRUE
                  WHEN TPL-KEYWORD = 'TEMPLATE '
                      ADD 1 TO DIR-INDEX
                      IF DIR-INDEX = BLOCK-ORDINAL
                         MOVE 'Y' TO IN-WANTED-BLOCK
                      END-IF
                  WHEN TPL-RECORD(1:11) = 'ENDTEMPLATE'
                      IF IN-WANTED-BLOCK = 'Y'
                         MOVE 'E' TO TPL-EOF
                      END-IF
                  WHEN IN-WANTED-BLOCK = 'Y'
                      ADD 1 TO BLOCK-LINE-COUNTER
                      PERFORM TAKE-BLOCK-LINE
              END-EVALUATE
           END-IF
           .

       TAKE-BLOCK-LINE.
           EVALUATE TRUE
               WHEN BLOCK-LINE-COUNTER = 1
                   MOVE TPL-RECORD(1:40) TO CUR-HEADER
                   IF TPL-RECORD(1:3) IS NUMERIC
                      MOVE TPL-RECORD(1:3) TO CUR-COLUMNS
                   END-IF
                   MOVE TPL-RECORD(4:1) TO CUR-LABELLED
               WHEN BLOCK-LINE-COUNTER = 2 AND CUR-LABELLED = 'L'
                   PERFORM VARYING ROW-INDEX FROM 1 BY 1
                           UNTIL ROW-INDEX >= CUR-COLUMNS
                              OR ROW-INDEX > GS-MAX-DIM
                       MOVE TPL-RECORD(((ROW-INDEX - 1) * 10) + 1 : 10)
                           TO CUR-LABEL(ROW-INDEX)
                   END-PERFORM
               WHEN CUR-ROWS < CUR-COLUMNS - 1
                    AND CUR-ROWS < GS-MAX-DIM
                   ADD 1 TO CUR-ROWS
                   MOVE TPL-RECORD TO CUR-ROW(CUR-ROWS)
                   IF CUR-LABELLED NOT = 'L'
                      MOVE CUR-ROWS TO PRINT-ROW
                      MOVE SPACES TO CUR-LABEL(CUR-ROWS)
                      STRING 'ROW ' PRINT-ROW DELIMITED BY SIZE
                          INTO CUR-LABEL(CUR-ROWS)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * What moved between the previous version and this one: width,
      * the rest of the header, rows gone, rows new, then cell by
      * cell over the rows both carry -- the coefficients both widths
      * share, and the right-hand side wherever each version has it.
       COMPARE-WITH-PREVIOUS.
           MOVE 0 TO CHANGE-COUNTER
           IF CUR-COLUMNS NOT = PRV-COLUMNS
              ADD 1 TO CHANGE-COUNTER
              MOVE SPACES TO HISTORY-RECORD
              STRING '    COLUMNS ' PRV-COLUMNS ' -> ' CUR-COLUMNS
                  DELIMITED BY SIZE INTO HISTORY-RECORD
              WRITE HISTORY-RECORD
           ELSE
              IF CUR-HEADER NOT = PRV-HEADER
                 ADD 1 TO CHANGE-COUNTER
                 MOVE SPACES TO HISTORY-RECORD
                 STRING '    HEADER ' PRV-HEADER(1:30)
                     DELIMITED BY SIZE INTO HISTORY-RECORD
                 WRITE HISTORY-RECORD
                 MOVE SPACES TO HISTORY-RECORD
                 STRING '        -> ' CUR-HEADER(1:30)
                     DELIMITED BY SIZE INTO HISTORY-RECORD
                 WRITE HISTORY-RECORD
              END-IF
           END-IF

           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > PRV-ROWS
               MOVE 0 TO MATCH-INDEX
               PERFORM VARYING COL-INDEX FROM 1 BY 1
                       UNTIL COL-INDEX > CUR-ROWS OR MATCH-INDEX > 0
                   IF CUR-LABEL(COL-INDEX) = PRV-LABEL(ROW-INDEX)
                      MOVE COL-INDEX TO MATCH-INDEX
                   END-IF
               END-PERFORM
               IF MATCH-INDEX = 0
                  ADD 1 TO CHANGE-COUNTER
                  MOVE SPACES TO HISTORY-RECORD
                  STRING '    ROW DROPPED  ' PRV-LABEL(ROW-INDEX)
                      DELIMITED BY SIZE INTO HISTORY-RECORD
                  WRITE HISTORY-RECORD
               END-IF
           END-PERFORM

           COMPUTE COMMON-UNKNOWNS = CUR-COLUMNS - 1
           IF PRV-COLUMNS < CUR-COLUMNS
              COMPUTE COMMON-UNKNOWNS = PRV-COLUMNS - 1
           END-IF
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > CUR-ROWS
               MOVE 0 TO MATCH-INDEX
               PERFORM VARYING COL-INDEX FROM 1 BY 1
                       UNTIL COL-INDEX > PRV-ROWS OR MATCH-INDEX > 0
                   IF PRV-LABEL(COL-INDEX) = CUR-LABEL(ROW-INDEX)
                      MOVE COL-INDEX TO MATCH-INDEX
                   END-IF
               END-PERFORM
               IF MATCH-INDEX = 0
                  ADD 1 TO CHANGE-COUNTER
                  MOVE SPACES TO HISTORY-RECORD
                  STRING '    ROW ADDED    ' CUR-LABEL(ROW-INDEX)
                      DELIMITED BY SIZE INTO HISTORY-RECORD
                  WRITE HISTORY-RECORD
               ELSE
                  PERFORM COMPARE-ONE-ROW
               END-IF
           END-PERFORM

           IF CHANGE-COUNTER = 0
              MOVE SPACES TO HISTORY-RECORD
              STRING '    NO CHANGE AGAINST THE PREVIOUS VERSION'
                  DELIMITED BY SIZE INTO HISTORY-RECORD
              WRITE HISTORY-RECORD
           ELSE
              MOVE CHANGE-COUNTER TO PRINT-COUNT
              MOVE SPACES TO HISTORY-RECORD
              STRING '    ' PRINT-COUNT ' CHANGE(S)'
                  DELIMITED BY SIZE INTO HISTORY-RECORD
              WRITE HISTORY-RECORD
           END-IF
           .

      * Current row ROW-INDEX against previous row MATCH-INDEX.
       COMPARE-ONE-ROW.
           MOVE CUR-LABEL(ROW-INDEX) TO ROW-CAPTION
           PERFORM VARYING COL-INDEX FROM 1 BY 1
                   UNTIL COL-INDEX > COMMON-UNKNOWNS
               COMPUTE CUR-OFFSET = ((COL-INDEX - 1) * 9) + 1
               MOVE CUR-OFFSET TO PRV-OFFSET
               IF CUR-ROW(ROW-INDEX)(CUR-OFFSET : 9) NOT =
                  PRV-ROW(MATCH-INDEX)(PRV-OFFSET : 9)
                  MOVE COL-INDEX TO PRINT-COLUMN
                  MOVE PRINT-COLUMN TO PRINT-COL-TEXT
                  PERFORM WRITE-CELL-CHANGE
               END-IF
           END-PERFORM
           COMPUTE CUR-OFFSET = ((CUR-COLUMNS - 1) * 9) + 1
           COMPUTE PRV-OFFSET = ((PRV-COLUMNS - 1) * 9) + 1
           IF CUR-ROW(ROW-INDEX)(CUR-OFFSET : 9) NOT =
              PRV-ROW(MATCH-INDEX)(PRV-OFFSET : 9)
              MOVE 'RHS' TO PRINT-COL-TEXT
              PERFORM WRITE-CELL-CHANGE
           END-IF
           .

       WRITE-CELL-CHANGE.
           ADD 1 TO CHANGE-COUNTER
           MOVE SPACES TO HISTORY-RECORD
           STRING '    CHANGED      ' ROW-CAPTION ' COL '
               PRINT-COL-TEXT '  '
               PRV-ROW(MATCH-INDEX)(PRV-OFFSET : 9) ' -> '
               CUR-ROW(ROW-INDEX)(CUR-OFFSET : 9)
               DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD
           .
