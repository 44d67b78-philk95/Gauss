      *          report.txt blocks side by side.
      *          GAUSS_DELTA_ID names the matrix; GAUSS_DELTA_PCT is
      *          the movement threshold in whole percent (default 10).
      *          GAUSS_DELTA_SCENARIO compares one named scenario
      *          run over run; unset compares each run's primary
      *          right-hand side, whatever it was named.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused request
      *          writes nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD DELTA-FILE.
           01 DELTA-RECORD                 PIC X(80).
           01 DLT-PCT-TEXT                 PIC 999.
           01 DLT-THRESHOLD                PIC 999 VALUE 10.
           01 DLT-SCAN-EOF                 PIC X.
           01 DLT-SCENARIO                 PIC X(10).
      *    'Y' when the record just read belongs to the scenario being
      *    compared; a run that did not file that scenario is not a
      *    run as far as this report is concerned.
           01 DLT-WANTED                   PIC X.

      *    The two most recent run stamps of the wanted matrix, found
      *    by one forward walk over its records: every stamp change
           01 PRINT-PCT                    PIC +ZZZZ9.9.
           01 PRINT-THRESHOLD              PIC ZZ9.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO DLT-MATRIX-ID
              IF DLT-PCT-TEXT IS NUMERIC AND DLT-PCT-TEXT > 0
                 MOVE DLT-PCT-TEXT TO DLT-THRESHOLD
              END-IF
              MOVE SPACES TO DLT-SCENARIO
              ACCEPT DLT-SCENARIO FROM ENVIRONMENT
                  "GAUSS_DELTA_SCENARIO"
              PERFORM CHECK-ENTITLEMENT
              IF ENR-GRANTED
                 PERFORM BUILD-DELTA-REPORT
              END-IF
           END-IF
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSDELTA' TO ENR-PROGRAM
           MOVE DLT-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' DLT-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

       BUILD-DELTA-REPORT.
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
           MOVE DLT-MATRIX-ID TO RES-MATRIX-ID
           MOVE ZERO TO RES-RUN-DATE
           MOVE ZERO TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO DLT-SCAN-EOF
              IF RES-MATRIX-ID NOT = DLT-MATRIX-ID
                 MOVE 'E' TO DLT-SCAN-EOF
              ELSE
                 PERFORM CHECK-WANTED-SCENARIO
                 IF DLT-WANTED = 'Y'
                    AND (RES-RUN-DATE NOT = NEW-RUN-DATE
                         OR RES-RUN-TIME NOT = NEW-RUN-TIME)
                    MOVE NEW-RUN-DATE TO OLD-RUN-DATE
                    MOVE NEW-RUN-TIME TO OLD-RUN-TIME
                    MOVE RES-RUN-DATE TO NEW-RUN-DATE
           MOVE DLT-MATRIX-ID TO RES-MATRIX-ID
           MOVE OLD-RUN-DATE TO RES-RUN-DATE
           MOVE OLD-RUN-TIME TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO DLT-SCAN-EOF
           PERFORM LOAD-ONE-OLD-RECORD UNTIL DLT-SCAN-EOF = 'E'
           .

       CHECK-WANTED-SCENARIO.
           MOVE 'N' TO DLT-WANTED
           IF (DLT-SCENARIO = SPACES AND RES-PRIMARY-SCENARIO)
              OR (DLT-SCENARIO NOT = SPACES
                  AND RES-SCENARIO = DLT-SCENARIO)
              MOVE 'Y' TO DLT-WANTED
           END-IF
           .

       LOAD-ONE-OLD-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO DLT-SCAN-EOF
                 OR RES-RUN-TIME NOT = OLD-RUN-TIME
                 MOVE 'E' TO DLT-SCAN-EOF
              ELSE
                 PERFORM CHECK-WANTED-SCENARIO
                 IF DLT-WANTED = 'Y'
                    AND RES-VARIABLE > 0
                    AND RES-VARIABLE NOT > GS-MAX-DIM
                    MOVE 'Y' TO OLD-PRESENT(RES-VARIABLE)
                    MOVE RES-LABEL TO OLD-LABEL(RES-VARIABLE)
                    MOVE RES-VALUE TO OLD-VALUE(RES-VARIABLE)
           STRING 'THRESHOLD ' PRINT-THRESHOLD ' PCT'
               DELIMITED BY SIZE INTO DELTA-RECORD
           WRITE DELTA-RECORD
           IF DLT-SCENARIO NOT = SPACES
              MOVE SPACES TO DELTA-RECORD
              STRING 'SCENARIO ' DLT-SCENARIO
                  DELIMITED BY SIZE INTO DELTA-RECORD
              WRITE DELTA-RECORD
           END-IF

           MOVE SPACE TO DLT-SCAN-EOF
           MOVE DLT-MATRIX-ID TO RES-MATRIX-ID
           MOVE NEW-RUN-DATE TO RES-RUN-DATE
           MOVE NEW-RUN-TIME TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO DLT-SCAN-EOF
                 OR RES-RUN-TIME NOT = NEW-RUN-TIME
                 MOVE 'E' TO DLT-SCAN-EOF
              ELSE
                 PERFORM CHECK-WANTED-SCENARIO
                 IF DLT-WANTED = 'Y'
                    ADD 1 TO DLT-LINE-COUNTER
                    MOVE RES-VALUE TO DLT-NEW-VALUE
                    IF RES-LABEL = SPACES
                       MOVE RES-VARIABLE TO PRINT-VARIABLE
                       MOVE SPACES TO PRINT-LABEL
                       STRING 'X' PRINT-VARIABLE DELIMITED BY SIZE
                           INTO PRINT-LABEL
                    ELSE
                       MOVE RES-LABEL TO PRINT-LABEL
                    END-IF
                    IF RES-VARIABLE > 0
                       AND RES-VARIABLE NOT > GS-MAX-DIM
                       AND OLD-PRESENT(RES-VARIABLE) = 'Y'
                       PERFORM WRITE-PAIRED-DELTA
                    ELSE
                       MOVE DLT-NEW-VALUE TO PRINT-NEW
                       MOVE SPACES TO DELTA-RECORD
                       STRING PRINT-LABEL ' NEW       ' PRINT-NEW
                           DELIMITED BY SIZE INTO DELTA-RECORD
                       WRITE DELTA-RECORD
                    END-IF
                 END-IF
              END-IF
           END-IF
