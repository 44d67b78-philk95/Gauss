      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scenario comparison report against the solved-results
      *          master (results.dat). A multi-column run files every
      *          right-hand side under its own scenario name; this
      *          lays one run's scenarios side by side per label, so
      *          "what does DOWNSIDE do to DIESELKOST against BASE" is
      *          one page instead of three report.txt blocks read in
      *          parallel. GAUSS_SCEN_ID names the matrix;
      *          GAUSS_SCEN_DATE (yyyymmdd) and GAUSS_SCEN_TIME pick
      *          the run -- unset, the latest run on file (or the
      *          latest of that date when only the date is given).
      *          Scenarios print in right-hand-side column order, five
      *          to a band across the 80-column scenario.txt, with a
      *          second band (and so on) below when the run carried
      *          more.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused request
      *          writes nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSSCEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT OPTIONAL SCENARIO-FILE ASSIGN TO 'scenario.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD SCENARIO-FILE.
           01 SCENARIO-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".

      *    Scenario columns printed side by side per band; five
      *    thirteen-character columns after the label fill the line.
           77 SCN-BAND-WIDTH               PIC 9 VALUE 5.

           01 RES-STATUS                   PIC XX.
           01 SCN-MATRIX-ID                PIC X(10).
           01 SCN-DATE-TEXT                PIC 9(8).
           01 SCN-TIME-TEXT                PIC 9(8).
           01 SCN-SCAN-EOF                 PIC X.

      *    The run being compared: named outright, or the last stamp
      *    met on the forward walk over the matrix's records.
           01 SCN-RUN-DATE                 PIC 9(8) VALUE ZERO.
           01 SCN-RUN-TIME                 PIC 9(8) VALUE ZERO.

      *    The run's scenarios, slotted by right-hand-side column so
      *    they print in the order the desk laid them out.
           01 SCENARIO-TABLE.
              05 SCT-ENTRY OCCURS 99.
                 10 SCT-PRESENT            PIC X.
                 10 SCT-NAME               PIC X(10).
           01 SCENARIO-SHOWN-COUNT         PIC 99 VALUE ZERO.

      *    One line per variable: its label and its value under every
      *    scenario column.
           01 VARIABLE-TABLE.
              05 VRT-ENTRY OCCURS GS-MAX-DIM.
                 10 VRT-PRESENT            PIC X.
                 10 VRT-LABEL              PIC X(10).
                 10 VRT-CELL OCCURS 99.
                    15 VRT-HAS-VALUE       PIC X.
                    15 VRT-VALUE           PIC S9(3)V9(4) COMP-3.

           01 SCN-COL                      PIC 999 COMP-3.
           01 SCN-VAR                      PIC 999 COMP-3.
           01 BAND-FIRST                   PIC 999 COMP-3.
           01 BAND-COUNT                   PIC 9 COMP-3.
           01 BAND-NEXT                    PIC 999 COMP-3.
           01 LINE-POINTER                 PIC 99 COMP-3.
           01 SCN-RECORD-COUNTER           PIC 9(5) VALUE ZERO.

           01 PRINT-LABEL                  PIC X(10).
           01 PRINT-VARIABLE               PIC ZZ9.
           01 PRINT-VALUE                  PIC +999.9999.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO SCN-MATRIX-ID
           ACCEPT SCN-MATRIX-ID FROM ENVIRONMENT "GAUSS_SCEN_ID"
           IF SCN-MATRIX-ID = SPACES
              DISPLAY 'GAUSS_SCEN_ID NOT SET - NOTHING TO COMPARE'
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO SCN-DATE-TEXT
              ACCEPT SCN-DATE-TEXT FROM ENVIRONMENT "GAUSS_SCEN_DATE"
              MOVE ZERO TO SCN-TIME-TEXT
              ACCEPT SCN-TIME-TEXT FROM ENVIRONMENT "GAUSS_SCEN_TIME"
              PERFORM CHECK-ENTITLEMENT
              IF ENR-GRANTED
                 PERFORM BUILD-SCENARIO-REPORT
              END-IF
           END-IF
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSSCEN' TO ENR-PROGRAM
           MOVE SCN-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' SCN-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

       BUILD-SCENARIO-REPORT.
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
              DISPLAY 'RESULTS MASTER NOT AVAILABLE - STATUS '
                  RES-STATUS
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM FIND-WANTED-RUN
              IF SCN-RUN-DATE = 0
                 DISPLAY 'NO SOLUTIONS ON FILE FOR ' SCN-MATRIX-ID
                 MOVE 1 TO RETURN-CODE
              ELSE
                 PERFORM LOAD-RUN-SCENARIOS
                 PERFORM WRITE-SCENARIO-REPORT
                 DISPLAY SCENARIO-SHOWN-COUNT ' SCENARIO(S) OF RUN '
                     SCN-RUN-DATE ' ' SCN-RUN-TIME
                     ' COMPARED - SEE scenario.txt'
                 MOVE 0 TO RETURN-CODE
              END-IF
              CLOSE RESULTS-FILE
           END-IF
           .

      * Walks the matrix's records (from the given date, when there
      * is one) and keeps the last stamp that fits the selection; the
      * key's date-then-time order makes that the latest such run.
       FIND-WANTED-RUN.
           MOVE SPACE TO SCN-SCAN-EOF
           MOVE SCN-MATRIX-ID TO RES-MATRIX-ID
           IF SCN-DATE-TEXT IS NUMERIC AND SCN-DATE-TEXT > 0
              MOVE SCN-DATE-TEXT TO RES-RUN-DATE
           ELSE
              MOVE ZERO TO SCN-DATE-TEXT
              MOVE ZERO TO RES-RUN-DATE
           END-IF
           IF SCN-TIME-TEXT IS NOT NUMERIC
              MOVE ZERO TO SCN-TIME-TEXT
           END-IF
           MOVE ZERO TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO SCN-SCAN-EOF
           END-START
           PERFORM SCAN-ONE-STAMP UNTIL SCN-SCAN-EOF = 'E'
           .

       SCAN-ONE-STAMP.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCN-SCAN-EOF
           END-READ
           IF SCN-SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = SCN-MATRIX-ID
                 OR (SCN-DATE-TEXT > 0
                     AND RES-RUN-DATE NOT = SCN-DATE-TEXT)
                 MOVE 'E' TO SCN-SCAN-EOF
              ELSE
                 IF SCN-TIME-TEXT = 0
                    OR RES-RUN-TIME = SCN-TIME-TEXT
                    MOVE RES-RUN-DATE TO SCN-RUN-DATE
                    MOVE RES-RUN-TIME TO SCN-RUN-TIME
                 END-IF
              END-IF
           END-IF
           .

      * Every record of the chosen run lands in the variable table
      * under its scenario's column; the first label met for a
      * variable is the one printed.
       LOAD-RUN-SCENARIOS.
           PERFORM VARYING SCN-COL FROM 1 BY 1 UNTIL SCN-COL > 99
               MOVE SPACE TO SCT-PRESENT(SCN-COL)
               MOVE SPACES TO SCT-NAME(SCN-COL)
           END-PERFORM
           PERFORM VARYING SCN-VAR FROM 1 BY 1
                   UNTIL SCN-VAR > GS-MAX-DIM
               MOVE SPACE TO VRT-PRESENT(SCN-VAR)
               MOVE SPACES TO VRT-LABEL(SCN-VAR)
               PERFORM VARYING SCN-COL FROM 1 BY 1
                       UNTIL SCN-COL > 99
                   MOVE SPACE TO VRT-HAS-VALUE(SCN-VAR, SCN-COL)
                   MOVE 0 TO VRT-VALUE(SCN-VAR, SCN-COL)
               END-PERFORM
           END-PERFORM

           MOVE SPACE TO SCN-SCAN-EOF
           MOVE SCN-MATRIX-ID TO RES-MATRIX-ID
           MOVE SCN-RUN-DATE TO RES-RUN-DATE
           MOVE SCN-RUN-TIME TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO SCN-SCAN-EOF
           END-START
           PERFORM LOAD-ONE-RUN-RECORD UNTIL SCN-SCAN-EOF = 'E'
           .

       LOAD-ONE-RUN-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCN-SCAN-EOF
           END-READ
           IF SCN-SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = SCN-MATRIX-ID
                 OR RES-RUN-DATE NOT = SCN-RUN-DATE
                 OR RES-RUN-TIME NOT = SCN-RUN-TIME
                 MOVE 'E' TO SCN-SCAN-EOF
              ELSE
                 IF RES-SCENARIO-NO IS NUMERIC
                    AND RES-SCENARIO-NO > 0
                    AND RES-VARIABLE > 0
                    AND RES-VARIABLE NOT > GS-MAX-DIM
                    ADD 1 TO SCN-RECORD-COUNTER
                    IF SCT-PRESENT(RES-SCENARIO-NO) NOT = 'Y'
                       MOVE 'Y' TO SCT-PRESENT(RES-SCENARIO-NO)
                       MOVE RES-SCENARIO TO SCT-NAME(RES-SCENARIO-NO)
                       ADD 1 TO SCENARIO-SHOWN-COUNT
                    END-IF
                    IF VRT-PRESENT(RES-VARIABLE) NOT = 'Y'
                       MOVE 'Y' TO VRT-PRESENT(RES-VARIABLE)
                       MOVE RES-LABEL TO VRT-LABEL(RES-VARIABLE)
                    END-IF
                    MOVE 'Y' TO VRT-HAS-VALUE(RES-VARIABLE,
                        RES-SCENARIO-NO)
                    MOVE RES-VALUE TO VRT-VALUE(RES-VARIABLE,
                        RES-SCENARIO-NO)
                 END-IF
              END-IF
           END-IF
           .

       WRITE-SCENARIO-REPORT.
           OPEN OUTPUT SCENARIO-FILE
           MOVE SPACES TO SCENARIO-RECORD
           STRING 'SCENARIO COMPARISON ' SCN-MATRIX-ID
               ' RUN ' SCN-RUN-DATE ' ' SCN-RUN-TIME
               DELIMITED BY SIZE INTO SCENARIO-RECORD
           WRITE SCENARIO-RECORD

           MOVE 1 TO BAND-FIRST
           PERFORM WRITE-ONE-BAND UNTIL BAND-FIRST > 99
           CLOSE SCENARIO-FILE
           .

      * One band: up to five present scenarios starting at
      * BAND-FIRST, a heading line of their names, then one line per
      * variable. Column slots the run did not use are stepped over,
      * so the bands stay dense.
       WRITE-ONE-BAND.
           MOVE 0 TO BAND-COUNT
           MOVE SPACES TO SCENARIO-RECORD
           MOVE 'LABEL' TO SCENARIO-RECORD(1:10)
           MOVE 12 TO LINE-POINTER
           PERFORM VARYING SCN-COL FROM BAND-FIRST BY 1
                   UNTIL SCN-COL > 99 OR BAND-COUNT = SCN-BAND-WIDTH
               IF SCT-PRESENT(SCN-COL) = 'Y'
                  ADD 1 TO BAND-COUNT
                  MOVE SCT-NAME(SCN-COL)
                      TO SCENARIO-RECORD(LINE-POINTER:10)
                  ADD 13 TO LINE-POINTER
               END-IF
           END-PERFORM
           MOVE SCN-COL TO BAND-NEXT
           IF BAND-COUNT > 0
              WRITE SCENARIO-RECORD FROM SPACES
              WRITE SCENARIO-RECORD
              PERFORM VARYING SCN-VAR FROM 1 BY 1
                      UNTIL SCN-VAR > GS-MAX-DIM
                  IF VRT-PRESENT(SCN-VAR) = 'Y'
                     PERFORM WRITE-ONE-VARIABLE-LINE
                  END-IF
              END-PERFORM
           END-IF
           MOVE BAND-NEXT TO BAND-FIRST
           .

      * A variable the scenario did not file (it should not happen
      * within one run, but a hand-repaired master can do it) prints
      * as dashes rather than as a misleading zero.
       WRITE-ONE-VARIABLE-LINE.
           MOVE SPACES TO SCENARIO-RECORD
           IF VRT-LABEL(SCN-VAR) = SPACES
              MOVE SCN-VAR TO PRINT-VARIABLE
              MOVE SPACES TO PRINT-LABEL
              STRING 'X' PRINT-VARIABLE DELIMITED BY SIZE
                  INTO PRINT-LABEL
           ELSE
              MOVE VRT-LABEL(SCN-VAR) TO PRINT-LABEL
           END-IF
           MOVE PRINT-LABEL TO SCENARIO-RECORD(1:10)
           MOVE 12 TO LINE-POINTER
           MOVE 0 TO BAND-COUNT
           PERFORM VARYING SCN-COL FROM BAND-FIRST BY 1
                   UNTIL SCN-COL > 99 OR BAND-COUNT = SCN-BAND-WIDTH
               IF SCT-PRESENT(SCN-COL) = 'Y'
                  ADD 1 TO BAND-COUNT
                  IF VRT-HAS-VALUE(SCN-VAR, SCN-COL) = 'Y'
                     MOVE VRT-VALUE(SCN-VAR, SCN-COL) TO PRINT-VALUE
                     MOVE PRINT-VALUE
                         TO SCENARIO-RECORD(LINE-POINTER:9)
                  ELSE
                     MOVE '  ----' TO SCENARIO-RECORD(LINE-POINTER:6)
                  END-IF
                  ADD 13 TO LINE-POINTER
               END-IF
           END-PERFORM
           .
