      *          Re-keying the emailed listing was the single biggest
      *          source of wrong right-hand sides; a short feed now
      *          fails loudly instead of silently.
      *          GAUSS_FEED_FILE names a feed other than feed.txt (the
      *          night-deck builder points it at each model's own
      *          feed), and the program ends with GOBACK so that
      *          builder can CALL it once per model.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO FEED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-STATUS.

           COPY "GSLIMIT.CPY".

           01 FEED-STATUS                  PIC XX.
           01 FEED-FILE-NAME               PIC X(40).
           01 FEED-EOF                     PIC X.
           01 FEED-BROKEN                  PIC X.
           01 REJECT-REASON                PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO FEED-FILE-NAME
           ACCEPT FEED-FILE-NAME FROM ENVIRONMENT "GAUSS_FEED_FILE"
           IF FEED-FILE-NAME = SPACES
              MOVE 'feed.txt' TO FEED-FILE-NAME
           END-IF
           MOVE SPACE TO FEED-BROKEN
           MOVE SPACES TO REJECT-REASON
           PERFORM READ-WHOLE-FEED
                  DETAIL-COUNTER ' VALUE(S) TO period.txt'
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-WHOLE-FEED.
           MOVE SPACE TO FEED-EOF
           OPEN INPUT FEED-FILE
           IF FEED-STATUS NOT = '00'
              MOVE 'Y' TO FEED-BROKEN
              MOVE SPACES TO REJECT-REASON
              STRING FEED-FILE-NAME DELIMITED BY SPACE
                  ' NOT AVAILABLE' DELIMITED BY SIZE
                  INTO REJECT-REASON
           ELSE
              PERFORM TAKE-ONE-FEED-RECORD
                  UNTIL FEED-EOF = 'E' OR FEED-BROKEN = 'Y'
