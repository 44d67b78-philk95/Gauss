      *          edited value format ausgabe.csv uses) so the desk
      *          can chart the drift and see a coefficient trending
      *          toward its plausibility bound before BND-MAX fails
      *          a run. GAUSS_HIST_SCENARIO follows one named
      *          scenario instead; unset follows each run's primary
      *          right-hand side, whatever it was named. A run
      *          superseded by a restatement is left out; its
      *          replacement carries the figure that was booked.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused extract
      *          writes nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD HISTORY-FILE.
           01 HISTORY-RECORD               PIC X(40).
           01 HIST-LABEL                   PIC X(10).
           01 HIST-VAR-TEXT                PIC 999.
           01 HIST-VARIABLE                PIC 999 VALUE ZERO.
           01 HIST-SCENARIO                PIC X(10).
           01 HIST-SCAN-EOF                PIC X.
           01 HIST-MATCH-COUNT             PIC 9(5) VALUE ZERO.
           01 HIST-VALUE-EDIT              PIC +999.9999.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO HIST-MATRIX-ID
           IF HIST-VAR-TEXT IS NUMERIC AND HIST-VAR-TEXT > 0
              MOVE HIST-VAR-TEXT TO HIST-VARIABLE
           END-IF
           MOVE SPACES TO HIST-SCENARIO
           ACCEPT HIST-SCENARIO FROM ENVIRONMENT "GAUSS_HIST_SCENARIO"

           EVALUATE TRUE
               WHEN HIST-MATRIX-ID = SPACES
                       '- NOTHING TO EXTRACT'
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CHECK-ENTITLEMENT
                   IF ENR-GRANTED
                      PERFORM EXTRACT-TIME-SERIES
                   END-IF
           END-EVALUATE
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSHIST' TO ENR-PROGRAM
           MOVE HIST-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' HIST-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

       EXTRACT-TIME-SERIES.
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
              MOVE HIST-MATRIX-ID TO RES-MATRIX-ID
              MOVE ZERO TO RES-RUN-DATE
              MOVE ZERO TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO HIST-SCAN-EOF
      * the master's date-then-time key is exactly chart order. The
      * label match wins when both selectors are given, so a label
      * that moved between variable positions is followed by name.
      * Only the wanted scenario's records count, so a run filed with
      * several scenarios still contributes one point to the series.
       EXTRACT-ONE-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO HIST-SCAN-EOF
              IF RES-MATRIX-ID NOT = HIST-MATRIX-ID
                 MOVE 'E' TO HIST-SCAN-EOF
              ELSE
                 IF ((HIST-LABEL NOT = SPACES
                      AND RES-LABEL = HIST-LABEL)
                     OR (HIST-LABEL = SPACES
                         AND RES-VARIABLE = HIST-VARIABLE))
                    AND ((HIST-SCENARIO = SPACES
                          AND RES-PRIMARY-SCENARIO)
                         OR (HIST-SCENARIO NOT = SPACES
                             AND RES-SCENARIO = HIST-SCENARIO))
                    AND NOT RES-SUPERSEDED
                    ADD 1 TO HIST-MATCH-COUNT
                    MOVE RES-VALUE TO HIST-VALUE-EDIT
                    MOVE SPACES TO HISTORY-RECORD
