      *          is a keyed read instead of a text-file hunt through
      *          ausgabe.txt and report.txt.
      *          GAUSS_INQ_ID names the matrix; GAUSS_INQ_DATE
      *          (yyyymmdd) limits the listing to that day's runs;
      *          GAUSS_INQ_SCENARIO limits it to one named scenario
      *          (unset lists every scenario each run filed).
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused inquiry
      *          lists nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

       WORKING-STORAGE SECTION.
           01 RES-STATUS                   PIC XX.
           01 INQ-LISTING-EOF              PIC X.
           01 SHOWN-RUN-DATE               PIC 9(8) VALUE ZERO.
           01 SHOWN-RUN-TIME               PIC 9(8) VALUE ZERO.
           01 SHOWN-SCENARIO               PIC X(10) VALUE SPACES.
           01 INQ-SCENARIO                 PIC X(10).
           01 INQ-VARIABLE-NUMBER          PIC ZZ9.
           01 INQ-SOLVED-VALUE             PIC +999.9999.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO INQ-MATRIX-ID
              DISPLAY 'GAUSS_INQ_ID NOT SET - NOTHING TO LOOK UP'
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM CHECK-ENTITLEMENT
              IF ENR-GRANTED
                 MOVE ZERO TO INQ-DATE-TEXT
                 ACCEPT INQ-DATE-TEXT FROM ENVIRONMENT
                     "GAUSS_INQ_DATE"
                 MOVE SPACES TO INQ-SCENARIO
                 ACCEPT INQ-SCENARIO FROM ENVIRONMENT
                     "GAUSS_INQ_SCENARIO"
                 PERFORM LIST-SOLUTIONS
              END-IF
           END-IF
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSINQ' TO ENR-PROGRAM
           MOVE INQ-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' INQ-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

      * Positions on the first record of the requested matrix id (and
      * date, when one was given) and reads forward until the id
      * changes, printing a run header line whenever the date/time
      * part of the key moves on to another run of the same model,
      * and a scenario line whenever the scenario part moves on.
       LIST-SOLUTIONS.
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
                 MOVE ZERO TO RES-RUN-DATE
              END-IF
              MOVE ZERO TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO INQ-LISTING-EOF
                    AND RES-RUN-DATE NOT = INQ-DATE-TEXT
                    MOVE 'E' TO INQ-LISTING-EOF
                 ELSE
                    IF INQ-SCENARIO = SPACES
                       OR RES-SCENARIO = INQ-SCENARIO
                       PERFORM LIST-ONE-VALUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       LIST-ONE-VALUE.
           IF RES-RUN-DATE NOT = SHOWN-RUN-DATE
              OR RES-RUN-TIME NOT = SHOWN-RUN-TIME
              DISPLAY 'MATRIX ' RES-MATRIX-ID
                  ' RUN ' RES-RUN-DATE ' ' RES-RUN-TIME
      *       A restated run still lists, but never as the booked one.
              IF RES-SUPERSEDED
                 DISPLAY ' SUPERSEDED BY RUN ' RES-REPLACED-BY-DATE
                     ' ' RES-REPLACED-BY-TIME ' REASON '
                     RES-RESTATE-REASON
              END-IF
              MOVE RES-RUN-DATE TO SHOWN-RUN-DATE
              MOVE RES-RUN-TIME TO SHOWN-RUN-TIME
              MOVE SPACES TO SHOWN-SCENARIO
           END-IF
           IF RES-SCENARIO NOT = SHOWN-SCENARIO
              DISPLAY ' SCENARIO ' RES-SCENARIO
              MOVE RES-SCENARIO TO SHOWN-SCENARIO
           END-IF
           MOVE RES-VARIABLE TO INQ-VARIABLE-NUMBER
           MOVE RES-VALUE TO INQ-SOLVED-VALUE
           IF RES-LABEL = SPACES
              DISPLAY '  X' INQ-VARIABLE-NUMBER ' = '
                  INQ-SOLVED-VALUE
           ELSE
              DISPLAY '  ' RES-LABEL ' = ' INQ-SOLVED-VALUE
           END-IF
           ADD 1 TO INQ-MATCH-COUNT
           .
