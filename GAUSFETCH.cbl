      *          like "solve March's model again exactly as
      *          submitted" is now a keyed fetch, not an archaeology
      *          project.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused fetch
      *          writes nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 SCAN-EOF                     PIC X.
           01 FETCHED-COUNTER              PIC 9(5) VALUE ZERO.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO FETCH-MATRIX-ID
              DISPLAY 'GAUSS_FETCH_ID NOT SET - NOTHING TO FETCH'
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM CHECK-ENTITLEMENT
              IF ENR-GRANTED
                 PERFORM FETCH-STORED-MODEL
              END-IF
           END-IF
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSFETCH' TO ENR-PROGRAM
           MOVE FETCH-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' FETCH-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

       FETCH-STORED-MODEL.
           OPEN INPUT MODEL-FILE
           IF MDL-STATUS NOT = '00'
