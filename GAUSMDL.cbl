      *          somebody kept a copy of that night's input file.
      *          A matrix without an id cannot be keyed and is
      *          counted, not stored. Fixed-width input only, like
      *          the other walkers. On a restart of an aborted
      *          batch (GAUSS_RESTART_SEQ) the deck is already on the
      *          master from the aborted run; nothing is stored again
      *          and the stamp it was stored under is handed on
      *          instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT MODEL-FILE ASSIGN TO 'model.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MDL-KEY
           FILE STATUS IS MDL-STATUS.

           01 MATRIX-STATUS                PIC XX.
           01 MDL-STATUS                   PIC XX.
           01 MATRIX-EOF                   PIC X.
      *    Date and time together are the run stamp every record of
      *    this store is keyed under; the stamp is handed on to the
      *    load step (GAUSS_MODEL_STAMP) so its drift check can tell
      *    tonight's stored deck from the previous one.
           01 STORE-RUN-STAMP.
              05 STORE-RUN-DATE            PIC 9(8).
              05 STORE-RUN-TIME            PIC 9(8).
           01 STORED-COUNTER               PIC 9(5) VALUE ZERO.
           01 ANONYMOUS-COUNTER            PIC 9(5) VALUE ZERO.
           01 STORE-LINE-NO                 PIC 9(5) COMP-3.
           01 HDR-WEIGHTS-FLAG             PIC X.
           01 HDR-CONSTRAINTS-FLAG         PIC X.
           01 HDR-UNITS-FLAG               PIC X.
           01 HDR-SCENARIOS-FLAG           PIC X.
           01 HDR-MODE-FLAG                PIC X.
           01 TRIPLET-ROW-TEXT             PIC XXX.

      *    Restart hand-over: the latest stored run of the deck's
      *    first matrix is the aborted run's own store.
           01 RESTART-SEQ-TEXT             PIC 9(5).
           01 STORED-STAMP.
              05 STORED-STAMP-DATE         PIC 9(8).
              05 STORED-STAMP-TIME         PIC 9(8).
           01 STORED-STAMP-FOUND           PIC X.
           01 SCAN-EOF                     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT STORE-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT STORE-RUN-TIME FROM TIME

           MOVE ZERO TO RESTART-SEQ-TEXT
           ACCEPT RESTART-SEQ-TEXT FROM ENVIRONMENT "GAUSS_RESTART_SEQ"
           IF RESTART-SEQ-TEXT IS NUMERIC AND RESTART-SEQ-TEXT > 0
              PERFORM TAKE-RESTART-STAMP
              MOVE 0 TO RETURN-CODE
              EXIT PROGRAM
           END-IF

           SET ENVIRONMENT 'GAUSS_MODEL_STAMP' TO STORE-RUN-STAMP

           OPEN INPUT FD-MATRIX
           IF MATRIX-STATUS NOT = '00'
              DISPLAY 'eingabe.txt NOT AVAILABLE - NOTHING STORED'
                 MOVE INPUT-RECORD(35:1)
                     TO HDR-CONSTRAINTS-FLAG
                 MOVE INPUT-RECORD(36:1) TO HDR-UNITS-FLAG
                 MOVE INPUT-RECORD(37:1) TO HDR-SCENARIOS-FLAG
                 MOVE INPUT-RECORD(18:1) TO HDR-MODE-FLAG
                 MOVE INPUT-RECORD(8:10) TO CURRENT-MATRIX-ID

                 MOVE 0 TO STORE-LINE-NO
           IF HDR-UNITS-FLAG = 'U'
              PERFORM STORE-ONE-BODY-RECORD
           END-IF
           IF HDR-SCENARIOS-FLAG = 'N'
              PERFORM STORE-ONE-BODY-RECORD
           END-IF
           IF HDR-MODE-FLAG = 'T'
              PERFORM STORE-ONE-BODY-RECORD
           END-IF
           IF HDR-FORMAT = 'K'
              MOVE SPACES TO TRIPLET-ROW-TEXT
              PERFORM UNTIL MATRIX-EOF = 'E'
                   DISPLAY 'MODEL MASTER DUPLICATE KEY ' MDL-KEY
           END-WRITE
           .

      * Finds the stamp the aborted run stored this deck under, from
      * the deck's first matrix id; with no id (or nothing stored
      * under it) there is no stamp to hand on.
       TAKE-RESTART-STAMP.
           MOVE SPACE TO STORED-STAMP-FOUND
           MOVE SPACES TO CURRENT-MATRIX-ID
           OPEN INPUT FD-MATRIX
           IF MATRIX-STATUS = '00'
              READ FD-MATRIX
                  AT END CONTINUE
                  NOT AT END
                      MOVE INPUT-RECORD(8:10) TO CURRENT-MATRIX-ID
              END-READ
              CLOSE FD-MATRIX
           END-IF
           IF CURRENT-MATRIX-ID NOT = SPACES
              OPEN INPUT MODEL-FILE
              IF MDL-STATUS = '00'
                 MOVE SPACE TO SCAN-EOF
                 MOVE CURRENT-MATRIX-ID TO MDL-MATRIX-ID
                 MOVE ZERO TO MDL-RUN-DATE
                 MOVE ZERO TO MDL-RUN-TIME
                 MOVE ZERO TO MDL-LINE-NO
                 START MODEL-FILE KEY NOT < MDL-KEY
                     INVALID KEY MOVE 'E' TO SCAN-EOF
                 END-START
                 PERFORM NOTE-ONE-STORED-STAMP UNTIL SCAN-EOF = 'E'
                 CLOSE MODEL-FILE
              END-IF
           END-IF
           IF STORED-STAMP-FOUND = 'Y'
              SET ENVIRONMENT 'GAUSS_MODEL_STAMP' TO STORED-STAMP
              DISPLAY 'RESTART - DECK ALREADY ON THE MODEL MASTER, '
                  'STORED ' STORED-STAMP-DATE ' ' STORED-STAMP-TIME
           ELSE
              SET ENVIRONMENT 'GAUSS_MODEL_STAMP' TO ' '
              DISPLAY 'RESTART - MODEL MASTER STORE SKIPPED'
           END-IF
           .

       NOTE-ONE-STORED-STAMP.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF MDL-MATRIX-ID NOT = CURRENT-MATRIX-ID
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF MDL-LINE-NO = 1
                    MOVE 'Y' TO STORED-STAMP-FOUND
                    MOVE MDL-RUN-DATE TO STORED-STAMP-DATE
                    MOVE MDL-RUN-TIME TO STORED-STAMP-TIME
                 END-IF
              END-IF
           END-IF
           .
