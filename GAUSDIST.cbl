              COPY "GAUSREG.CPY".

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD DESK-FILE.
           01 DESK-RECORD                  PIC X(80).
                  WHEN 'MINIMUM-NORM '
                  WHEN 'LEAST-SQUARES'
                  WHEN 'SENSITIVITY  '
                  WHEN 'TARGET-SEEK  '
                      IF DSP-MATRIX-ID NOT = SPACES
                         AND MODEL-COUNTER < DIST-MAX-MODELS
                         ADD 1 TO MODEL-COUNTER
           MOVE WANTED-MATRIX-ID TO RES-MATRIX-ID
           MOVE DIST-DATE-TEXT TO RES-RUN-DATE
           MOVE ZERO TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
              MOVE WANTED-MATRIX-ID TO RES-MATRIX-ID
              MOVE DIST-DATE-TEXT TO RES-RUN-DATE
              MOVE LATEST-RUN-TIME TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
                 OR RES-RUN-DATE NOT = DIST-DATE-TEXT
                 OR RES-RUN-TIME NOT = LATEST-RUN-TIME
                 MOVE 'E' TO SCAN-EOF
      *       The desks are sent the primary right-hand side, the
      *       answer that gets booked; other scenarios filed with the
      *       run stay on the master for GAUSINQ and GAUSSCEN.
              ELSE
                 IF RES-PRIMARY-SCENARIO
                    MOVE RES-VALUE TO PRINT-VALUE
                    MOVE SPACES TO PENDING-DESK-LINE
                    IF RES-LABEL = SPACES
                       MOVE RES-VARIABLE TO PRINT-VARIABLE
                       STRING '  X' PRINT-VARIABLE ' = ' PRINT-VALUE
                           DELIMITED BY SIZE INTO PENDING-DESK-LINE
                    ELSE
                       STRING '  ' RES-LABEL ' = ' PRINT-VALUE
                           DELIMITED BY SIZE INTO PENDING-DESK-LINE
                    END-IF
                    PERFORM WRITE-DESK-RECORD
                 END-IF
              END-IF
           END-IF
           .
