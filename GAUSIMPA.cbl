      *          and the run's work files. Dense stored runs with
      *          labels only; a triplet-format stored run is skipped
      *          with a note.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused trial
      *          runs nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              05 MDL-LINE                 PIC X(2400).

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD ENTRY-FILE.
           01 ENTRY-RECORD                 PIC X(2400).
           01 PRINT-DELTA                  PIC +9999.9999.
           01 DELTA-WORK                   PIC S9(4)V9(4) COMP-3.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO IMPACT-MATRIX-ID
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM CHECK-ENTITLEMENT
           IF ENR-REFUSED
              GO TO MAIN-EXIT
           END-IF

           PERFORM LOAD-TRIAL-TEMPLATE
           IF TRIAL-LOADED NOT = 'Y'
           END-IF

      *    The trial chain must stay quiet and must not choke on a
      *    dense hand-merged deck the sparsity gate would refuse --
      *    nor be held by the drift check, whose comparison with the
      *    last stored run means nothing for a what-if trial.
           SET ENVIRONMENT 'GAUSS_LOG_LEVEL' TO 'Q'
           SET ENVIRONMENT 'GAUSS_SPARSITY_PCT' TO '100'
           SET ENVIRONMENT 'GAUSS_DRIFT_PCT' TO '0'

           OPEN OUTPUT IMPACT-FILE
           MOVE SPACES TO IMPACT-RECORD
       MAIN-EXIT.
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSIMPA' TO ENR-PROGRAM
           MOVE IMPACT-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' IMPACT-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

      * The proposed block, read once and held raw: header, label
      * record (mandatory -- the merge is by label and nothing else),
      * data rows. The block's own right-hand sides are what each
              IF MDL-LINE(36:1) = 'U'
                 ADD 1 TO STORED-SKIP-LINES
              END-IF
              IF MDL-LINE(37:1) = 'N'
                 ADD 1 TO STORED-SKIP-LINES
              END-IF
              IF MDL-LINE(18:1) = 'T'
                 ADD 1 TO STORED-SKIP-LINES
              END-IF
           END-IF
           .

              MOVE IMPACT-MATRIX-ID TO RES-MATRIX-ID
              MOVE PST-DATE(PERIOD-INDEX) TO RES-RUN-DATE
              MOVE ZERO TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
                 MOVE IMPACT-MATRIX-ID TO RES-MATRIX-ID
                 MOVE PST-DATE(PERIOD-INDEX) TO RES-RUN-DATE
                 MOVE BOOKED-LATEST-TIME TO RES-RUN-TIME
                 MOVE LOW-VALUES TO RES-SCENARIO
                 MOVE ZERO TO RES-VARIABLE
                 START RESULTS-FILE KEY NOT < RES-KEY
                     INVALID KEY MOVE 'E' TO SCAN-EOF
                 OR RES-RUN-DATE NOT = PST-DATE(PERIOD-INDEX)
                 OR RES-RUN-TIME NOT = BOOKED-LATEST-TIME
                 MOVE 'E' TO SCAN-EOF
      *       Only the primary right-hand side is what was booked;
      *       any other scenarios filed with the run are skipped.
              ELSE
                 IF BKT-COUNTER < GS-MAX-DIM
                    AND RES-PRIMARY-SCENARIO
                    ADD 1 TO BKT-COUNTER
                    MOVE RES-LABEL TO BKT-LABEL(BKT-COUNTER)
                    MOVE RES-VALUE TO BKT-VALUE(BKT-COUNTER)
