      *              <label record>
      *              <data rows, template right-hand sides>
      *              ENDTEMPLATE
      *          The TEMPLATE line also carries the block's version
      *          number (columns 22-24) and the date it takes effect
      *          from (columns 26-33, YYYYMMDD), so a structure change
      *          is filed as a new version beside the old one instead
      *          of over it; a block without them is version 000, in
      *          force from the beginning of time. The version merged
      *          is the one in force on GAUSS_TEMPLATE_DATE (the period
      *          being built, default today) -- the latest effective
      *          date not after it, the higher version on a tie --
      *          unless GAUSS_TEMPLATE_VERSION forces one outright.
      *          Ends with GOBACK so the night-deck builder can CALL
      *          it once per model.
      *          This program takes GAUSS_TEMPLATE plus the period
      *          file (period.txt: label in columns 1-10, new right-
      *          hand-side value in columns 12-20) and emits a ready-
              05 TPL-KEYWORD               PIC X(9).
              05 FILLER                    PIC X.
              05 TPL-NAME                  PIC X(10).
              05 FILLER                    PIC X.
              05 TPL-VERSION               PIC X(3).
              05 FILLER                    PIC X.
              05 TPL-EFFECTIVE-DATE        PIC X(8).

           FD PERIOD-FILE.
           01 PERIOD-RECORD.
           01 TPL-EOF                      PIC X.
           01 IN-WANTED-BLOCK              PIC X.
           01 TEMPLATE-FOUND               PIC X.

      *    Version selection: the period date the deck is built for,
      *    an optional forced version, and the block chosen by the
      *    first pass over the library (BLOCK- fields hold the
      *    TEMPLATE line being looked at, blanks read as zero).
           01 AS-OF-DATE                   PIC 9(8).
           01 AS-OF-TEXT                   PIC X(8).
           01 FORCED-VERSION-TEXT          PIC X(3).
           01 FORCED-VERSION               PIC 999.
           01 BLOCK-VERSION                PIC 999.
           01 BLOCK-EFFECTIVE              PIC 9(8).
           01 NAME-SEEN                    PIC X.
           01 VERSION-CHOSEN               PIC X.
           01 CHOSEN-VERSION               PIC 999.
           01 CHOSEN-EFFECTIVE             PIC 9(8).
           01 BLOCK-LINE-COUNTER           PIC 9(5) COMP-3.
           01 HEADER-COLUMNS               PIC 999 COMP-3.
           01 HEADER-UNKNOWNS              PIC 999 COMP-3.
                 GO TO MAIN-EXIT
              END-IF
              PERFORM LOAD-OVERLAY-PATCHES
              PERFORM SELECT-TEMPLATE-VERSION
              IF VERSION-CHOSEN = 'Y'
                 PERFORM MERGE-TEMPLATE
              END-IF
              PERFORM REPORT-UNUSED-PERIOD-VALUES
              PERFORM REPORT-UNUSED-PATCHES
              EVALUATE TRUE
                  WHEN NAME-SEEN NOT = 'Y'
                      DISPLAY 'TEMPLATE ' WANTED-NAME
                          ' NOT IN LIBRARY'
                      MOVE 1 TO RETURN-CODE
                  WHEN VERSION-CHOSEN NOT = 'Y'
                       AND FORCED-VERSION-TEXT NOT = SPACES
                      DISPLAY 'TEMPLATE ' WANTED-NAME ' VERSION '
                          FORCED-VERSION ' NOT IN LIBRARY'
                      MOVE 1 TO RETURN-CODE
                  WHEN VERSION-CHOSEN NOT = 'Y'
                      DISPLAY 'TEMPLATE ' WANTED-NAME
                          ' HAS NO VERSION IN FORCE ON ' AS-OF-DATE
                      MOVE 1 TO RETURN-CODE
                  WHEN TEMPLATE-FOUND NOT = 'Y'
                      DISPLAY 'TEMPLATE ' WANTED-NAME
                          ' NOT IN LIBRARY'
                      MOVE 1 TO RETURN-CODE
                  WHEN MERGE-ERRORS > 0
                      MOVE 1 TO RETURN-CODE
                  WHEN OTHER
                      DISPLAY 'eingabe.txt BUILT FROM TEMPLATE '
                          WANTED-NAME ' VERSION ' CHOSEN-VERSION
                          ' EFFECTIVE ' CHOSEN-EFFECTIVE
                      MOVE 0 TO RETURN-CODE
              END-EVALUATE
           END-IF.
       MAIN-EXIT.
           GOBACK.

       LOAD-PERIOD-VALUES.
           OPEN INPUT PERIOD-FILE
           CLOSE PERIOD-FILE
           .

      * First pass over the library: among the wanted template's
      * blocks, the forced version if one was asked for, otherwise
      * the one in force on the period date. The merge pass then
      * takes that block and no other.
       SELECT-TEMPLATE-VERSION.
           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO AS-OF-TEXT
           ACCEPT AS-OF-TEXT FROM ENVIRONMENT "GAUSS_TEMPLATE_DATE"
           IF AS-OF-TEXT IS NUMERIC
              MOVE AS-OF-TEXT TO AS-OF-DATE
           END-IF
           MOVE SPACES TO FORCED-VERSION-TEXT
           ACCEPT FORCED-VERSION-TEXT
               FROM ENVIRONMENT "GAUSS_TEMPLATE_VERSION"
           MOVE 0 TO FORCED-VERSION
           IF FORCED-VERSION-TEXT NOT = SPACES
              IF FORCED-VERSION-TEXT IS NUMERIC
                 MOVE FORCED-VERSION-TEXT TO FORCED-VERSION
              ELSE
                 DISPLAY 'GAUSS_TEMPLATE_VERSION ' FORCED-VERSION-TEXT
                     ' NOT NUMERIC - USING VERSION IN FORCE'
                 MOVE SPACES TO FORCED-VERSION-TEXT
              END-IF
           END-IF
           MOVE SPACE TO NAME-SEEN
           MOVE SPACE TO VERSION-CHOSEN
           MOVE 0 TO CHOSEN-VERSION
           MOVE 0 TO CHOSEN-EFFECTIVE
           MOVE SPACE TO TPL-EOF
           OPEN INPUT TEMPLATE-FILE
           IF TPL-STATUS = '00'
              PERFORM WEIGH-ONE-VERSION UNTIL TPL-EOF = 'E'
              CLOSE TEMPLATE-FILE
           ELSE
      *       The merge pass reports the missing library itself.
              MOVE 'Y' TO NAME-SEEN
              MOVE 'Y' TO VERSION-CHOSEN
           END-IF
           .

       WEIGH-ONE-VERSION.
           READ TEMPLATE-FILE
               AT END MOVE 'E' TO TPL-EOF
           END-READ
           IF TPL-EOF NOT = 'E'
              AND TPL-KEYWORD = 'TEMPLATE '
              AND TPL-NAME = WANTED-NAME
              MOVE 'Y' TO NAME-SEEN
              PERFORM READ-BLOCK-VERSION
              IF FORCED-VERSION-TEXT NOT = SPACES
                 IF BLOCK-VERSION = FORCED-VERSION
                    MOVE 'Y' TO VERSION-CHOSEN
                    MOVE BLOCK-VERSION TO CHOSEN-VERSION
                    MOVE BLOCK-EFFECTIVE TO CHOSEN-EFFECTIVE
                 END-IF
              ELSE
                 IF BLOCK-EFFECTIVE NOT > AS-OF-DATE
                    IF VERSION-CHOSEN NOT = 'Y'
                       OR BLOCK-EFFECTIVE > CHOSEN-EFFECTIVE
                       OR (BLOCK-EFFECTIVE = CHOSEN-EFFECTIVE
                           AND BLOCK-VERSION > CHOSEN-VERSION)
                       MOVE 'Y' TO VERSION-CHOSEN
                       MOVE BLOCK-VERSION TO CHOSEN-VERSION
                       MOVE BLOCK-EFFECTIVE TO CHOSEN-EFFECTIVE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * Version and effective date off the TEMPLATE line standing in
      * the record area; an older unversioned line reads as version
      * 000 effective from 00000000, i.e. always in force.
       READ-BLOCK-VERSION.
           MOVE 0 TO BLOCK-VERSION
           MOVE 0 TO BLOCK-EFFECTIVE
           IF TPL-VERSION IS NUMERIC
              MOVE TPL-VERSION TO BLOCK-VERSION
           END-IF
           IF TPL-EFFECTIVE-DATE IS NUMERIC
              MOVE TPL-EFFECTIVE-DATE TO BLOCK-EFFECTIVE
           END-IF
           .

      * Walks the library once: outside the wanted block everything
      * is skipped; inside it the header and label records pass
      * through unchanged (and are remembered), and each data row
           IF TPL-EOF NOT = 'E'
              EVALUATE TRUE
                  WHEN TPL-KEYWORD = 'TEMPLATE '
                      PERFORM READ-BLOCK-VERSION
                      IF TPL-NAME = WANTED-NAME
                         AND BLOCK-VERSION = CHOSEN-VERSION
                         MOVE 'Y' TO IN-WANTED-BLOCK
                         MOVE 'Y' TO TEMPLATE-FOUND
                         MOVE 0 TO BLOCK-LINE-COUNTER
           END-EVALUATE
           .

      * The header passes through untouched but for the template name
      * stamped in column 38, which the solve keys its stored
      * factorization on; its column count fixes where the right-
      * hand side sits in every data row, and a template without
      * labels cannot be merged at all -- the period pairs are keyed
      * by label and nothing else.
       TAKE-HEADER-RECORD.
           IF TPL-RECORD(1:3) IS NUMERIC
              MOVE TPL-RECORD(1:3) TO HEADER-COLUMNS
                     'PERIOD VALUES CANNOT BE MATCHED'
                 ADD 1 TO MERGE-ERRORS
              END-IF
              MOVE WANTED-NAME TO TPL-RECORD(38:10)
              WRITE ENTRY-RECORD FROM TPL-RECORD
           ELSE
              DISPLAY 'TEMPLATE ' WANTED-NAME ' HEADER UNREADABLE'
