      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fully allocated cost report for a reciprocal
      *          service-department allocation built by GAUSALOC and
      *          solved by the batch. The solved run of GAUSS_ALLOC_ID
      *          is the latest live one on the results master (the
      *          latest of GAUSS_ALLOC_DATE, yyyymmdd, when set),
      *          primary right-hand side; its variables are the
      *          service departments' total costs, read back by label
      *          and returned to business units through the unit
      *          scale filed with them. depts.txt and usage.txt are
      *          read again to spread those totals: a production
      *          department's fully allocated cost is its direct cost
      *          plus its usage share of every service department's
      *          total. allocrpt.txt lists the service departments
      *          (direct and total cost), each production department
      *          with the share it took from each service department,
      *          and the proof that the production departments now
      *          carry all direct cost; the difference left is the
      *          rounding of the unit scale. A run whose labels no
      *          longer match the service departments on depts.txt
      *          (the files changed after the build) is not spread at
      *          all -- the mismatches are listed instead and the
      *          return code is 1, as it is when there is no run.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused request
      *          writes nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSALRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO 'depts.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL USAGE-FILE ASSIGN TO 'usage.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT OPTIONAL ALLOC-REPORT-FILE ASSIGN TO 'allocrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DEPARTMENT-FILE.
              COPY "GAUSDPT.CPY".

           FD USAGE-FILE.
              COPY "GAUSUSG.CPY".

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD ALLOC-REPORT-FILE.
           01 ALLOC-REPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".

           77 ALOC-MAX-DEPTS               PIC 999 VALUE 999.
           77 ALOC-MAX-USAGES              PIC 9(4) VALUE 5000.

           01 RES-STATUS                   PIC XX.
           01 SCAN-EOF                     PIC X.
           01 ALLOC-MATRIX-ID              PIC X(10).
           01 ALLOC-DATE-TEXT              PIC X(8).
           01 ALLOC-RUN-DATE               PIC 9(8).
           01 ALLOC-RUN-TIME               PIC 9(8).
           01 ALLOC-UNIT-TEXT              PIC X(8).
           01 MISMATCH-COUNTER             PIC 999 COMP-3 VALUE ZERO.

      *    Solved variables whose label is no department on file, kept
      *    for the report (which is only opened once the run's unit
      *    is known for its title).
           01 STRAY-TABLE.
              05 STRAY-LABEL               PIC X(10) OCCURS GS-MAX-DIM.
           01 STRAY-COUNTER                PIC 999 COMP-3 VALUE ZERO.
           01 STRAY-INDEX                  PIC 999 COMP-3.

      *    The departments again, each service department picking up
      *    its solved total cost and each production department the
      *    cost allocated into it.
           01 DEPT-TABLE.
              05 DEP-ENTRY OCCURS 999.
                 10 DEP-CODE               PIC X(10).
                 10 DEP-TYPE               PIC X.
                 10 DEP-COST               PIC S9(11)V99 COMP-3.
                 10 DEP-SOLVED             PIC X.
                 10 DEP-TOTAL-COST         PIC S9(13)V9(4) COMP-3.
                 10 DEP-ALLOCATED          PIC S9(13)V9(4) COMP-3.
           01 DEPT-COUNTER                 PIC 999 COMP-3 VALUE ZERO.
           01 DEPT-INDEX                   PIC 999 COMP-3.
           01 LOOKUP-CODE                  PIC X(10).
           01 FOUND-INDEX                  PIC 999 COMP-3.

           01 USAGE-TABLE.
              05 USE-ENTRY OCCURS 5000.
                 10 USE-FROM               PIC 999 COMP-3.
                 10 USE-TO                 PIC 999 COMP-3.
                 10 USE-PERCENT            PIC S9(3)V99 COMP-3.
           01 USAGE-COUNTER                PIC 9(4) COMP-3 VALUE ZERO.
           01 USAGE-INDEX                  PIC 9(4) COMP-3.
           01 USAGE-FROM-INDEX             PIC 999 COMP-3.
           01 USAGE-TO-INDEX               PIC 999 COMP-3.

           01 SOLVED-LABEL                 PIC X(10).
           01 SOLVED-VALUE                 PIC S9(13)V9(4) COMP-3.
           01 SHARE-AMOUNT                 PIC S9(13)V9(4) COMP-3.
           01 FULL-COST                    PIC S9(13)V9(4) COMP-3.
           01 TOTAL-DIRECT-COST            PIC S9(13)V9(4) COMP-3.
           01 TOTAL-SERVICE-DIRECT         PIC S9(13)V9(4) COMP-3.
           01 TOTAL-SERVICE-COST           PIC S9(13)V9(4) COMP-3.
           01 TOTAL-PRODUCTION-DIRECT      PIC S9(13)V9(4) COMP-3.
           01 TOTAL-ALLOCATED              PIC S9(13)V9(4) COMP-3.
           01 TOTAL-FULL-COST              PIC S9(13)V9(4) COMP-3.
           01 ROUNDING-DIFFERENCE          PIC S9(13)V9(4) COMP-3.
           01 PRINT-VARIABLE               PIC 999.

      *    Report lines: a department line (code, direct cost, the
      *    cost it took in or its total, and its fully allocated
      *    cost) and a share line under a production department.
           01 DEPT-LINE.
              05 FILLER                    PIC XX VALUE SPACES.
              05 DL-CODE                   PIC X(10).
              05 FILLER                    PIC XX VALUE SPACES.
              05 DL-DIRECT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                    PIC XX VALUE SPACES.
              05 DL-MIDDLE                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
              05 FILLER                    PIC XX VALUE SPACES.
              05 DL-FULL                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                 BLANK WHEN ZERO.
           01 SHARE-LINE.
              05 FILLER                    PIC X(6) VALUE SPACES.
              05 FILLER                    PIC X(5) VALUE 'FROM '.
              05 SL-CODE                   PIC X(10).
              05 FILLER                    PIC X VALUE SPACE.
              05 SL-PERCENT                PIC ZZ9.99.
              05 FILLER                    PIC X VALUE '%'.
              05 FILLER                    PIC X(6) VALUE SPACES.
              05 SL-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01 PRINT-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO ALLOC-MATRIX-ID
           ACCEPT ALLOC-MATRIX-ID FROM ENVIRONMENT "GAUSS_ALLOC_ID"
           IF ALLOC-MATRIX-ID = SPACES
              DISPLAY 'GAUSS_ALLOC_ID NOT SET - NOTHING TO REPORT'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM CHECK-ENTITLEMENT
           IF ENR-REFUSED
              GO TO MAIN-EXIT
           END-IF
           MOVE SPACES TO ALLOC-DATE-TEXT
           ACCEPT ALLOC-DATE-TEXT FROM ENVIRONMENT "GAUSS_ALLOC_DATE"

           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-USAGES

           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
              DISPLAY 'RESULTS MASTER NOT AVAILABLE - STATUS '
                  RES-STATUS
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM FIND-ALLOCATION-RUN
           IF ALLOC-RUN-DATE = 0
              CLOSE RESULTS-FILE
              DISPLAY 'NO LIVE RUN OF ' ALLOC-MATRIX-ID
                  ' ON THE RESULTS MASTER - NOTHING TO REPORT'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM LOAD-SOLVED-COSTS
           CLOSE RESULTS-FILE

           OPEN OUTPUT ALLOC-REPORT-FILE
           PERFORM WRITE-REPORT-TITLE
           PERFORM CHECK-SOLVED-COSTS
           IF MISMATCH-COUNTER > 0
              MOVE SPACES TO ALLOC-REPORT-RECORD
              STRING 'RUN DOES NOT MATCH depts.txt - NOTHING '
                  'ALLOCATED' DELIMITED BY SIZE
                  INTO ALLOC-REPORT-RECORD
              WRITE ALLOC-REPORT-RECORD
              DISPLAY 'ALLOCATION ' ALLOC-MATRIX-ID ' RUN DOES NOT '
                  'MATCH depts.txt - SEE allocrpt.txt'
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM SPREAD-SERVICE-COSTS
              PERFORM WRITE-SERVICE-SECTION
              PERFORM WRITE-PRODUCTION-SECTION
              PERFORM WRITE-REPORT-PROOF
              DISPLAY 'ALLOCATION ' ALLOC-MATRIX-ID ' RUN '
                  ALLOC-RUN-DATE ' ' ALLOC-RUN-TIME
                  ' REPORTED TO allocrpt.txt'
              MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE ALLOC-REPORT-FILE.
       MAIN-EXIT.
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSALRP' TO ENR-PROGRAM
           MOVE ALLOC-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' ALLOC-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

      * The department file as GAUSALOC takes it; a line it would
      * have refused is left out here, and shows up below as a
      * mismatch with the run if it mattered to the build.
       LOAD-DEPARTMENTS.
           OPEN INPUT DEPARTMENT-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM TAKE-ONE-DEPARTMENT UNTIL SCAN-EOF = 'E'
           CLOSE DEPARTMENT-FILE
           .

       TAKE-ONE-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND DPT-CODE NOT = SPACES
              AND (DPT-SERVICE OR DPT-PRODUCTION)
              AND DPT-COST-WHOLE IS NUMERIC
              AND DPT-COST-POINT = '.'
              AND DPT-COST-CENTS IS NUMERIC
              MOVE DPT-CODE TO LOOKUP-CODE
              PERFORM FIND-DEPARTMENT
              IF FOUND-INDEX = 0 AND DEPT-COUNTER < ALOC-MAX-DEPTS
                 ADD 1 TO DEPT-COUNTER
                 MOVE DPT-CODE TO DEP-CODE(DEPT-COUNTER)
                 MOVE DPT-TYPE TO DEP-TYPE(DEPT-COUNTER)
                 COMPUTE DEP-COST(DEPT-COUNTER) =
                     DPT-COST-WHOLE + (DPT-COST-CENTS / 100)
                 MOVE SPACE TO DEP-SOLVED(DEPT-COUNTER)
                 MOVE 0 TO DEP-TOTAL-COST(DEPT-COUNTER)
                 MOVE 0 TO DEP-ALLOCATED(DEPT-COUNTER)
              END-IF
           END-IF
           .

       FIND-DEPARTMENT.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNTER
                      OR FOUND-INDEX > 0
               IF DEP-CODE(DEPT-INDEX) = LOOKUP-CODE
                  MOVE DEPT-INDEX TO FOUND-INDEX
               END-IF
           END-PERFORM
           .

       LOAD-USAGES.
           OPEN INPUT USAGE-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM TAKE-ONE-USAGE UNTIL SCAN-EOF = 'E'
           CLOSE USAGE-FILE
           .

       TAKE-ONE-USAGE.
           READ USAGE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND USG-FROM-DEPT NOT = SPACES
              AND USG-PCT-WHOLE IS NUMERIC
              AND USG-PCT-POINT = '.'
              AND USG-PCT-CENTS IS NUMERIC
              AND USAGE-COUNTER < ALOC-MAX-USAGES
              MOVE USG-FROM-DEPT TO LOOKUP-CODE
              PERFORM FIND-DEPARTMENT
              MOVE FOUND-INDEX TO USAGE-FROM-INDEX
              MOVE USG-TO-DEPT TO LOOKUP-CODE
              PERFORM FIND-DEPARTMENT
              MOVE FOUND-INDEX TO USAGE-TO-INDEX
              IF USAGE-FROM-INDEX > 0 AND USAGE-TO-INDEX > 0
                 ADD 1 TO USAGE-COUNTER
                 MOVE USAGE-FROM-INDEX TO USE-FROM(USAGE-COUNTER)
                 MOVE USAGE-TO-INDEX TO USE-TO(USAGE-COUNTER)
                 COMPUTE USE-PERCENT(USAGE-COUNTER) =
                     USG-PCT-WHOLE + (USG-PCT-CENTS / 100)
              END-IF
           END-IF
           .

      * Keys run in date and time order within the matrix id, so the
      * last live record met is the latest live run.
       FIND-ALLOCATION-RUN.
           MOVE 0 TO ALLOC-RUN-DATE
           MOVE 0 TO ALLOC-RUN-TIME
           MOVE SPACE TO SCAN-EOF
           MOVE ALLOC-MATRIX-ID TO RES-MATRIX-ID
           IF ALLOC-DATE-TEXT IS NUMERIC
              MOVE ALLOC-DATE-TEXT TO RES-RUN-DATE
           ELSE
              MOVE ZERO TO RES-RUN-DATE
           END-IF
           MOVE ZERO TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           PERFORM TAKE-ONE-RUN-KEY UNTIL SCAN-EOF = 'E'
           .

       TAKE-ONE-RUN-KEY.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = ALLOC-MATRIX-ID
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF ALLOC-DATE-TEXT IS NUMERIC
                    AND RES-RUN-DATE NOT = ALLOC-DATE-TEXT
                    MOVE 'E' TO SCAN-EOF
                 ELSE
                    IF NOT RES-SUPERSEDED
                       MOVE RES-RUN-DATE TO ALLOC-RUN-DATE
                       MOVE RES-RUN-TIME TO ALLOC-RUN-TIME
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      * Each solved variable of the run back to its department by
      * label, out of the unit scale it was solved in.
       LOAD-SOLVED-COSTS.
           MOVE SPACES TO ALLOC-UNIT-TEXT
           MOVE SPACE TO SCAN-EOF
           MOVE ALLOC-MATRIX-ID TO RES-MATRIX-ID
           MOVE ALLOC-RUN-DATE TO RES-RUN-DATE
           MOVE ALLOC-RUN-TIME TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           PERFORM TAKE-ONE-SOLVED-COST UNTIL SCAN-EOF = 'E'
           .

       TAKE-ONE-SOLVED-COST.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = ALLOC-MATRIX-ID
                 OR RES-RUN-DATE NOT = ALLOC-RUN-DATE
                 OR RES-RUN-TIME NOT = ALLOC-RUN-TIME
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF RES-PRIMARY-SCENARIO AND NOT RES-SUPERSEDED
                    PERFORM MATCH-ONE-SOLVED-COST
                 END-IF
              END-IF
           END-IF
           .

       MATCH-ONE-SOLVED-COST.
           IF RES-LABEL = SPACES
              MOVE RES-VARIABLE TO PRINT-VARIABLE
              MOVE SPACES TO SOLVED-LABEL
              STRING 'X' PRINT-VARIABLE DELIMITED BY SIZE
                  INTO SOLVED-LABEL
           ELSE
              MOVE RES-LABEL TO SOLVED-LABEL
           END-IF
           IF RES-UNIT-SCALE < 0
              COMPUTE SOLVED-VALUE = RES-VALUE /
                  (10 ** (0 - RES-UNIT-SCALE))
           ELSE
              COMPUTE SOLVED-VALUE = RES-VALUE *
                  (10 ** RES-UNIT-SCALE)
           END-IF
           IF RES-UNIT-TEXT NOT = SPACES
              MOVE RES-UNIT-TEXT TO ALLOC-UNIT-TEXT
           END-IF
           MOVE SOLVED-LABEL TO LOOKUP-CODE
           PERFORM FIND-DEPARTMENT
           IF FOUND-INDEX > 0
              IF DEP-TYPE(FOUND-INDEX) = 'S'
                 MOVE 'Y' TO DEP-SOLVED(FOUND-INDEX)
                 MOVE SOLVED-VALUE TO DEP-TOTAL-COST(FOUND-INDEX)
              ELSE
                 MOVE 'P' TO DEP-SOLVED(FOUND-INDEX)
              END-IF
           ELSE
              IF STRAY-COUNTER < GS-MAX-DIM
                 ADD 1 TO STRAY-COUNTER
                 MOVE SOLVED-LABEL TO STRAY-LABEL(STRAY-COUNTER)
              END-IF
           END-IF
           .

      * Every service department needs its total from the run, and
      * neither a production department nor anything off depts.txt
      * may have been one of its variables; listed under the title
      * when not so.
       CHECK-SOLVED-COSTS.
           PERFORM VARYING STRAY-INDEX FROM 1 BY 1
                   UNTIL STRAY-INDEX > STRAY-COUNTER
               ADD 1 TO MISMATCH-COUNTER
               MOVE SPACES TO ALLOC-REPORT-RECORD
               STRING 'SOLVED VARIABLE ' STRAY-LABEL(STRAY-INDEX)
                   ' IS NOT A DEPARTMENT ON depts.txt'
                   DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
               WRITE ALLOC-REPORT-RECORD
           END-PERFORM
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNTER
               MOVE SPACES TO ALLOC-REPORT-RECORD
               IF DEP-TYPE(DEPT-INDEX) = 'S'
                  AND DEP-SOLVED(DEPT-INDEX) NOT = 'Y'
                  STRING 'SERVICE DEPARTMENT ' DEP-CODE(DEPT-INDEX)
                      ' HAS NO SOLVED TOTAL IN THE RUN'
                      DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
               END-IF
               IF DEP-SOLVED(DEPT-INDEX) = 'P'
                  STRING 'PRODUCTION DEPARTMENT ' DEP-CODE(DEPT-INDEX)
                      ' WAS SOLVED AS A SERVICE DEPARTMENT'
                      DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
               END-IF
               IF ALLOC-REPORT-RECORD NOT = SPACES
                  ADD 1 TO MISMATCH-COUNTER
                  WRITE ALLOC-REPORT-RECORD
               END-IF
           END-PERFORM
           IF MISMATCH-COUNTER > 0
              MOVE SPACES TO ALLOC-REPORT-RECORD
              WRITE ALLOC-REPORT-RECORD
           END-IF
           .

       SPREAD-SERVICE-COSTS.
           PERFORM VARYING USAGE-INDEX FROM 1 BY 1
                   UNTIL USAGE-INDEX > USAGE-COUNTER
               MOVE USE-TO(USAGE-INDEX) TO USAGE-TO-INDEX
               MOVE USE-FROM(USAGE-INDEX) TO USAGE-FROM-INDEX
               IF DEP-TYPE(USAGE-TO-INDEX) = 'P'
                  AND DEP-TYPE(USAGE-FROM-INDEX) = 'S'
                  COMPUTE SHARE-AMOUNT ROUNDED =
                      DEP-TOTAL-COST(USAGE-FROM-INDEX)
                      * USE-PERCENT(USAGE-INDEX) / 100
                  ADD SHARE-AMOUNT TO DEP-ALLOCATED(USAGE-TO-INDEX)
               END-IF
           END-PERFORM
           .

       WRITE-REPORT-TITLE.
           MOVE SPACES TO ALLOC-REPORT-RECORD
           STRING 'RECIPROCAL COST ALLOCATION - MATRIX '
               ALLOC-MATRIX-ID ' RUN ' ALLOC-RUN-DATE ' '
               ALLOC-RUN-TIME ' - UNIT ' ALLOC-UNIT-TEXT
               DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           MOVE SPACES TO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           .

       WRITE-SERVICE-SECTION.
           MOVE 0 TO TOTAL-SERVICE-DIRECT
           MOVE 0 TO TOTAL-SERVICE-COST
           MOVE SPACES TO ALLOC-REPORT-RECORD
           STRING 'SERVICE DEPT         DIRECT COST'
               '           TOTAL COST'
               DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNTER
               IF DEP-TYPE(DEPT-INDEX) = 'S'
                  MOVE DEP-CODE(DEPT-INDEX) TO DL-CODE
                  MOVE DEP-COST(DEPT-INDEX) TO DL-DIRECT
                  MOVE DEP-TOTAL-COST(DEPT-INDEX) TO DL-MIDDLE
                  MOVE 0 TO DL-FULL
                  WRITE ALLOC-REPORT-RECORD FROM DEPT-LINE
                  ADD DEP-COST(DEPT-INDEX) TO TOTAL-SERVICE-DIRECT
                  ADD DEP-TOTAL-COST(DEPT-INDEX)
                      TO TOTAL-SERVICE-COST
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO DL-CODE
           MOVE TOTAL-SERVICE-DIRECT TO DL-DIRECT
           MOVE TOTAL-SERVICE-COST TO DL-MIDDLE
           MOVE 0 TO DL-FULL
           WRITE ALLOC-REPORT-RECORD FROM DEPT-LINE
           MOVE SPACES TO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           .

      * Each production department, then one line per service
      * department it drew on: the usage share and the amount of
      * that department's total cost it carries.
       WRITE-PRODUCTION-SECTION.
           MOVE 0 TO TOTAL-PRODUCTION-DIRECT
           MOVE 0 TO TOTAL-ALLOCATED
           MOVE 0 TO TOTAL-FULL-COST
           MOVE SPACES TO ALLOC-REPORT-RECORD
           STRING 'PRODUCTION DEPT      DIRECT COST'
               '       ALLOCATED COST      FULLY ALLOCATED'
               DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNTER
               IF DEP-TYPE(DEPT-INDEX) = 'P'
                  PERFORM WRITE-ONE-PRODUCTION-DEPT
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO DL-CODE
           MOVE TOTAL-PRODUCTION-DIRECT TO DL-DIRECT
           MOVE TOTAL-ALLOCATED TO DL-MIDDLE
           MOVE TOTAL-FULL-COST TO DL-FULL
           WRITE ALLOC-REPORT-RECORD FROM DEPT-LINE
           MOVE SPACES TO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           .

       WRITE-ONE-PRODUCTION-DEPT.
           COMPUTE FULL-COST =
               DEP-COST(DEPT-INDEX) + DEP-ALLOCATED(DEPT-INDEX)
           MOVE DEP-CODE(DEPT-INDEX) TO DL-CODE
           MOVE DEP-COST(DEPT-INDEX) TO DL-DIRECT
           MOVE DEP-ALLOCATED(DEPT-INDEX) TO DL-MIDDLE
           MOVE FULL-COST TO DL-FULL
           WRITE ALLOC-REPORT-RECORD FROM DEPT-LINE
           ADD DEP-COST(DEPT-INDEX) TO TOTAL-PRODUCTION-DIRECT
           ADD DEP-ALLOCATED(DEPT-INDEX) TO TOTAL-ALLOCATED
           ADD FULL-COST TO TOTAL-FULL-COST
           PERFORM VARYING USAGE-INDEX FROM 1 BY 1
                   UNTIL USAGE-INDEX > USAGE-COUNTER
               IF USE-TO(USAGE-INDEX) = DEPT-INDEX
                  AND DEP-TYPE(USE-FROM(USAGE-INDEX)) = 'S'
                  MOVE DEP-CODE(USE-FROM(USAGE-INDEX)) TO SL-CODE
                  MOVE USE-PERCENT(USAGE-INDEX) TO SL-PERCENT
                  COMPUTE SHARE-AMOUNT ROUNDED =
                      DEP-TOTAL-COST(USE-FROM(USAGE-INDEX))
                      * USE-PERCENT(USAGE-INDEX) / 100
                  MOVE SHARE-AMOUNT TO SL-AMOUNT
                  WRITE ALLOC-REPORT-RECORD FROM SHARE-LINE
               END-IF
           END-PERFORM
           .

      * All direct cost, service and production, must now sit with
      * the production departments; what is left over is the
      * rounding of the unit scale the matrix was solved in.
       WRITE-REPORT-PROOF.
           COMPUTE TOTAL-DIRECT-COST =
               TOTAL-SERVICE-DIRECT + TOTAL-PRODUCTION-DIRECT
           COMPUTE ROUNDING-DIFFERENCE =
               TOTAL-FULL-COST - TOTAL-DIRECT-COST
           MOVE TOTAL-DIRECT-COST TO PRINT-AMOUNT
           MOVE SPACES TO ALLOC-REPORT-RECORD
           STRING 'DIRECT COST, ALL DEPARTMENTS   ' PRINT-AMOUNT
               DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           MOVE TOTAL-FULL-COST TO PRINT-AMOUNT
           MOVE SPACES TO ALLOC-REPORT-RECORD
           STRING 'FULLY ALLOCATED, PRODUCTION    ' PRINT-AMOUNT
               DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           MOVE ROUNDING-DIFFERENCE TO PRINT-AMOUNT
           MOVE SPACES TO ALLOC-REPORT-RECORD
           STRING 'ROUNDING DIFFERENCE            ' PRINT-AMOUNT
               DELIMITED BY SIZE INTO ALLOC-REPORT-RECORD
           WRITE ALLOC-REPORT-RECORD
           .
