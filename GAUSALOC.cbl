      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reciprocal service-department allocation builder.
      *          Most of the desks' matrices are cost allocations:
      *          service departments charging each other and the
      *          production departments by usage percentages, with
      *          the coefficient rows worked out by hand into the
      *          +999.9999 columns. This program builds them from
      *          the department file (depts.txt, GAUSDPT.CPY: code,
      *          S service or P production, direct cost) and the
      *          usage file (usage.txt, GAUSUSG.CPY: from department,
      *          to department, percent).
      *          Every usage line must come from a service department
      *          and name departments on file, and each service
      *          department's lines must total exactly 100.00%; any
      *          fault is listed and no eingabe.txt is written, so a
      *          bad usage file never costs the desk its previous
      *          deck. A clean pair of files becomes a square system
      *          in the service departments' total costs T:
      *              T(i) - sum over j of P(j,i) * T(j) = D(i)
      *          one equation per service department, where P(j,i) is
      *          the share of department j's output used by i (its
      *          own share included) and D(i) its direct cost. The
      *          department codes are the labels. Costs are carried
      *          in a power-of-ten unit scale (units record, text
      *          from GAUSS_ALLOC_UNIT, default EUR) chosen so the
      *          largest total cost the usage shares allow still fits
      *          the +999.9999 columns; the report then prints
      *          business units again. The matrix id comes from
      *          GAUSS_ALLOC_ID (required), the submitter from
      *          GAUSS_USER. GAUSALRP reports the fully allocated
      *          production costs once the deck has been solved.
      *          Return code 1 when nothing was built.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSALOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPARTMENT-FILE ASSIGN TO 'depts.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL USAGE-FILE ASSIGN TO 'usage.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ENTRY-FILE ASSIGN TO 'eingabe.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DEPARTMENT-FILE.
              COPY "GAUSDPT.CPY".

           FD USAGE-FILE.
              COPY "GAUSUSG.CPY".

           FD ENTRY-FILE.
              COPY "GAUSREC.CPY".

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".

           77 ALOC-MAX-DEPTS               PIC 999 VALUE 999.
           77 ALOC-MAX-USAGES              PIC 9(4) VALUE 5000.

           01 NUMBER-OF-COLUMNS            PIC 999 COMP-3.
           01 NUMBER-OF-ROWS               PIC 99999 VALUE ZERO.
           01 NUMBER-OF-UNKNOWNS           PIC 999 COMP-3.

           01 ALLOC-MATRIX-ID              PIC X(10).
           01 ALLOC-UNIT-TEXT              PIC X(8).
           01 ALLOC-SUBMITTER              PIC X(8).
           01 SCAN-EOF                     PIC X.
           01 BUILD-ERRORS                 PIC 999 COMP-3 VALUE ZERO.

      *    Every department on file in file order; a service
      *    department also carries its unknown number in the matrix,
      *    the total of its usage lines, and the part of its output
      *    that goes back to service departments (as a fraction),
      *    which is what can make the total costs outgrow the direct
      *    ones.
           01 DEPT-TABLE.
              05 DEP-ENTRY OCCURS 999.
                 10 DEP-CODE               PIC X(10).
                 10 DEP-TYPE               PIC X.
                 10 DEP-COST               PIC S9(11)V99 COMP-3.
                 10 DEP-UNKNOWN            PIC 999 COMP-3.
                 10 DEP-USAGE-TOTAL        PIC S9(5)V99 COMP-3.
                 10 DEP-SERVICE-SHARE      PIC S9(3)V9(4) COMP-3.
           01 DEPT-COUNTER                 PIC 999 COMP-3 VALUE ZERO.
           01 DEPT-INDEX                   PIC 999 COMP-3.
           01 SERVICE-COUNTER              PIC 999 COMP-3 VALUE ZERO.
           01 SERVICE-TABLE.
              05 SVC-DEPT                  PIC 999 COMP-3
                 OCCURS GS-MAX-DIM.

      *    The usage lines, by department-table position.
           01 USAGE-TABLE.
              05 USE-ENTRY OCCURS 5000.
                 10 USE-FROM               PIC 999 COMP-3.
                 10 USE-TO                 PIC 999 COMP-3.
                 10 USE-PERCENT            PIC S9(3)V99 COMP-3.
           01 USAGE-COUNTER                PIC 9(4) COMP-3 VALUE ZERO.
           01 USAGE-INDEX                  PIC 9(4) COMP-3.
           01 USAGE-FROM-INDEX             PIC 999 COMP-3.
           01 USAGE-TO-INDEX               PIC 999 COMP-3.
           01 USAGE-READ-PERCENT           PIC S9(3)V99 COMP-3.
           01 LOOKUP-CODE                  PIC X(10).
           01 FOUND-INDEX                  PIC 999 COMP-3.

      *    Unit scale: the service departments' direct costs over
      *    the share of output that leaves the service circle at
      *    the leakiest department bound every total cost from above;
      *    the scale is the smallest power of ten that brings that
      *    bound inside +999.9999.
           01 SERVICE-COST-TOTAL           PIC S9(13)V99 COMP-3.
           01 MAX-SERVICE-SHARE            PIC S9(3)V9(4) COMP-3.
           01 MAX-SHARE-DEPT               PIC X(10).
           01 COST-HEADROOM                PIC S9(3)V9(4) COMP-3.
           01 COST-BOUND                   PIC S9(15)V99 COMP-3.
           01 SCALE-POWER                  PIC 9 COMP-3.
           01 SCALE-DIVISOR                PIC 9(7) COMP-3.
           01 SCALE-LIMIT                  PIC S9(11)V9(4) COMP-3.

           01 ROW-VALUES.
              05 ROW-VALUE                 PIC S9(3)V9(4) COMP-3
                 OCCURS GS-MAX-COLS.
           01 ROW-INDEX                    PIC 999 COMP-3.
           01 COL-INDEX                    PIC 999 COMP-3.

      *    Density: an allocation among a handful of service
      *    departments is a dense matrix, well past the load step's
      *    default sparsity limit; the deck is built regardless and
      *    the limit it needs is named.
           01 SPARSITY-PCT                 PIC 999.
           01 SPARSITY-PCT-TEXT            PIC 999.
           01 NOT-ZERO-COUNTER             PIC 9(5) COMP-3.
           01 NUMBER-OF-ELEMENTS           PIC 9(5) COMP-3.
           01 MAX-NUMBER-OF-ELEMENTS       PIC 9(5) COMP-3.

           01 PRINT-PERCENT                PIC ZZ9.99.
           01 PRINT-SCALE                  PIC 9.
           01 PRINT-COUNT                  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO ALLOC-MATRIX-ID
           ACCEPT ALLOC-MATRIX-ID FROM ENVIRONMENT "GAUSS_ALLOC_ID"
           IF ALLOC-MATRIX-ID = SPACES
              DISPLAY 'GAUSS_ALLOC_ID NOT SET - NOTHING TO BUILD'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           MOVE SPACES TO ALLOC-UNIT-TEXT
           ACCEPT ALLOC-UNIT-TEXT FROM ENVIRONMENT "GAUSS_ALLOC_UNIT"
           IF ALLOC-UNIT-TEXT = SPACES
              MOVE 'EUR' TO ALLOC-UNIT-TEXT
           END-IF
           MOVE SPACES TO ALLOC-SUBMITTER
           ACCEPT ALLOC-SUBMITTER FROM ENVIRONMENT "GAUSS_USER"

           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-USAGES
           PERFORM CHECK-USAGE-TOTALS
           IF BUILD-ERRORS = 0
              PERFORM CHOOSE-COST-SCALE
           END-IF

           IF BUILD-ERRORS > 0
              MOVE BUILD-ERRORS TO PRINT-COUNT
              DISPLAY 'ALLOCATION ' ALLOC-MATRIX-ID ' NOT BUILT - '
                  PRINT-COUNT ' ERROR(S), eingabe.txt NOT WRITTEN'
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM WRITE-ALLOCATION-DECK
              MOVE SERVICE-COUNTER TO PRINT-COUNT
              MOVE SCALE-POWER TO PRINT-SCALE
              DISPLAY 'eingabe.txt BUILT FOR ' ALLOC-MATRIX-ID ' - '
                  PRINT-COUNT ' SERVICE DEPARTMENT(S), UNIT SCALE +'
                  PRINT-SCALE ' ' ALLOC-UNIT-TEXT
              PERFORM CHECK-DECK-DENSITY
              MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.

       LOAD-DEPARTMENTS.
           OPEN INPUT DEPARTMENT-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM TAKE-ONE-DEPARTMENT UNTIL SCAN-EOF = 'E'
           CLOSE DEPARTMENT-FILE
           IF SERVICE-COUNTER = 0
              DISPLAY 'NO SERVICE DEPARTMENTS ON depts.txt - '
                  'NOTHING TO ALLOCATE'
              ADD 1 TO BUILD-ERRORS
           END-IF
           .

      * A department with a bad type or cost is still entered, so
      * its usage lines are not reported a second time as naming an
      * unknown department; the fault itself already fails the
      * build.
       TAKE-ONE-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND DPT-CODE NOT = SPACES
              MOVE DPT-CODE TO LOOKUP-CODE
              PERFORM FIND-DEPARTMENT
              EVALUATE TRUE
                  WHEN FOUND-INDEX > 0
                      DISPLAY 'DEPARTMENT ' DPT-CODE
                          ' ON depts.txt TWICE'
                      ADD 1 TO BUILD-ERRORS
                  WHEN DEPT-COUNTER NOT < ALOC-MAX-DEPTS
                      DISPLAY 'depts.txt HOLDS MORE THAN '
                          ALOC-MAX-DEPTS ' DEPARTMENTS'
                      ADD 1 TO BUILD-ERRORS
                      MOVE 'E' TO SCAN-EOF
                  WHEN DPT-SERVICE
                       AND SERVICE-COUNTER NOT < GS-MAX-DIM
                      DISPLAY 'MORE THAN ' GS-MAX-DIM
                          ' SERVICE DEPARTMENTS - ' DPT-CODE
                          ' AND AFTER DO NOT FIT ONE MATRIX'
                      ADD 1 TO BUILD-ERRORS
                      MOVE 'E' TO SCAN-EOF
                  WHEN OTHER
                      PERFORM ADD-ONE-DEPARTMENT
              END-EVALUATE
           END-IF
           .

       ADD-ONE-DEPARTMENT.
           ADD 1 TO DEPT-COUNTER
           MOVE DPT-CODE TO DEP-CODE(DEPT-COUNTER)
           MOVE DPT-TYPE TO DEP-TYPE(DEPT-COUNTER)
           MOVE 0 TO DEP-COST(DEPT-COUNTER)
           MOVE 0 TO DEP-UNKNOWN(DEPT-COUNTER)
           MOVE 0 TO DEP-USAGE-TOTAL(DEPT-COUNTER)
           MOVE 0 TO DEP-SERVICE-SHARE(DEPT-COUNTER)
           IF NOT DPT-SERVICE AND NOT DPT-PRODUCTION
              DISPLAY 'DEPARTMENT ' DPT-CODE ' TYPE ' DPT-TYPE
                  ' - MUST BE S OR P'
              ADD 1 TO BUILD-ERRORS
           END-IF
           IF DPT-COST-WHOLE IS NUMERIC
              AND DPT-COST-POINT = '.'
              AND DPT-COST-CENTS IS NUMERIC
              COMPUTE DEP-COST(DEPT-COUNTER) =
                  DPT-COST-WHOLE + (DPT-COST-CENTS / 100)
           ELSE
              DISPLAY 'DEPARTMENT ' DPT-CODE
                  ' DIRECT COST UNREADABLE: ' DPT-DIRECT-COST
              ADD 1 TO BUILD-ERRORS
           END-IF
           IF DPT-SERVICE
              ADD 1 TO SERVICE-COUNTER
              MOVE SERVICE-COUNTER TO DEP-UNKNOWN(DEPT-COUNTER)
              MOVE DEPT-COUNTER TO SVC-DEPT(SERVICE-COUNTER)
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

      * A usage line must come from a service department -- a
      * production department keeps what it receives -- and go to a
      * department on file; the same pair twice would count the
      * usage double and is refused rather than summed.
       TAKE-ONE-USAGE.
           READ USAGE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND USG-FROM-DEPT NOT = SPACES
              MOVE USG-FROM-DEPT TO LOOKUP-CODE
              PERFORM FIND-DEPARTMENT
              MOVE FOUND-INDEX TO USAGE-FROM-INDEX
              MOVE USG-TO-DEPT TO LOOKUP-CODE
              PERFORM FIND-DEPARTMENT
              MOVE FOUND-INDEX TO USAGE-TO-INDEX
              EVALUATE TRUE
                  WHEN USAGE-FROM-INDEX = 0
                      DISPLAY 'USAGE FROM ' USG-FROM-DEPT
                          ' - DEPARTMENT NOT ON depts.txt'
                      ADD 1 TO BUILD-ERRORS
                  WHEN DEP-TYPE(USAGE-FROM-INDEX) NOT = 'S'
                      DISPLAY 'USAGE FROM ' USG-FROM-DEPT
                          ' - NOT A SERVICE DEPARTMENT'
                      ADD 1 TO BUILD-ERRORS
                  WHEN USAGE-TO-INDEX = 0
                      DISPLAY 'USAGE FROM ' USG-FROM-DEPT ' TO '
                          USG-TO-DEPT ' - DEPARTMENT NOT ON depts.txt'
                      ADD 1 TO BUILD-ERRORS
                  WHEN USG-PCT-WHOLE NOT NUMERIC
                       OR USG-PCT-POINT NOT = '.'
                       OR USG-PCT-CENTS NOT NUMERIC
                      DISPLAY 'USAGE FROM ' USG-FROM-DEPT ' TO '
                          USG-TO-DEPT ' - PERCENT UNREADABLE: '
                          USG-PERCENT
                      ADD 1 TO BUILD-ERRORS
                  WHEN USAGE-COUNTER NOT < ALOC-MAX-USAGES
                      DISPLAY 'usage.txt HOLDS MORE THAN '
                          ALOC-MAX-USAGES ' LINES'
                      ADD 1 TO BUILD-ERRORS
                      MOVE 'E' TO SCAN-EOF
                  WHEN OTHER
                      PERFORM ADD-ONE-USAGE
              END-EVALUATE
           END-IF
           .

       ADD-ONE-USAGE.
           PERFORM VARYING USAGE-INDEX FROM 1 BY 1
                   UNTIL USAGE-INDEX > USAGE-COUNTER
               IF USE-FROM(USAGE-INDEX) = USAGE-FROM-INDEX
                  AND USE-TO(USAGE-INDEX) = USAGE-TO-INDEX
                  DISPLAY 'USAGE FROM ' USG-FROM-DEPT ' TO '
                      USG-TO-DEPT ' ON usage.txt TWICE'
                  ADD 1 TO BUILD-ERRORS
                  MOVE 0 TO USAGE-FROM-INDEX
               END-IF
           END-PERFORM
           IF USAGE-FROM-INDEX > 0
              COMPUTE USAGE-READ-PERCENT =
                  USG-PCT-WHOLE + (USG-PCT-CENTS / 100)
              ADD 1 TO USAGE-COUNTER
              MOVE USAGE-FROM-INDEX TO USE-FROM(USAGE-COUNTER)
              MOVE USAGE-TO-INDEX TO USE-TO(USAGE-COUNTER)
              MOVE USAGE-READ-PERCENT TO USE-PERCENT(USAGE-COUNTER)
              ADD USAGE-READ-PERCENT
                  TO DEP-USAGE-TOTAL(USAGE-FROM-INDEX)
              IF DEP-TYPE(USAGE-TO-INDEX) = 'S'
                 COMPUTE DEP-SERVICE-SHARE(USAGE-FROM-INDEX) =
                     DEP-SERVICE-SHARE(USAGE-FROM-INDEX)
                     + (USAGE-READ-PERCENT / 100)
              END-IF
           END-IF
           .

      * Each service department has to hand on all of its cost,
      * no more and no less; a total off 100.00% would leave cost
      * unallocated or allocate some twice.
       CHECK-USAGE-TOTALS.
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > SERVICE-COUNTER
               MOVE SVC-DEPT(ROW-INDEX) TO DEPT-INDEX
               IF DEP-USAGE-TOTAL(DEPT-INDEX) NOT = 100
                  MOVE DEP-USAGE-TOTAL(DEPT-INDEX) TO PRINT-PERCENT
                  DISPLAY 'SERVICE DEPARTMENT ' DEP-CODE(DEPT-INDEX)
                      ' USAGE TOTALS ' PRINT-PERCENT
                      '% - MUST BE 100.00%'
                  ADD 1 TO BUILD-ERRORS
               END-IF
           END-PERFORM
           .

      * The share staying inside the service circle is floored at
      * 1% leakage: a department handing everything to other
      * service departments gives no bound of its own, and the
      * solve's overflow check stands behind the scale then.
       CHOOSE-COST-SCALE.
           MOVE 0 TO SERVICE-COST-TOTAL
           MOVE 0 TO MAX-SERVICE-SHARE
           MOVE SPACES TO MAX-SHARE-DEPT
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > SERVICE-COUNTER
               MOVE SVC-DEPT(ROW-INDEX) TO DEPT-INDEX
               ADD DEP-COST(DEPT-INDEX) TO SERVICE-COST-TOTAL
               IF DEP-SERVICE-SHARE(DEPT-INDEX) > MAX-SERVICE-SHARE
                  MOVE DEP-SERVICE-SHARE(DEPT-INDEX)
                      TO MAX-SERVICE-SHARE
                  MOVE DEP-CODE(DEPT-INDEX) TO MAX-SHARE-DEPT
               END-IF
           END-PERFORM
           COMPUTE COST-HEADROOM = 1 - MAX-SERVICE-SHARE
           IF COST-HEADROOM < 0.01
              DISPLAY 'SERVICE DEPARTMENT ' MAX-SHARE-DEPT
                  ' PASSES ALL ITS COST TO SERVICE DEPARTMENTS - '
                  'SCALE NOT GUARANTEED'
              MOVE 0.01 TO COST-HEADROOM
           END-IF
           COMPUTE COST-BOUND = SERVICE-COST-TOTAL / COST-HEADROOM
           MOVE 0 TO SCALE-POWER
           MOVE 1 TO SCALE-DIVISOR
           MOVE 999.9999 TO SCALE-LIMIT
           PERFORM UNTIL COST-BOUND NOT > SCALE-LIMIT
                      OR SCALE-POWER = 6
               ADD 1 TO SCALE-POWER
               MULTIPLY 10 BY SCALE-DIVISOR
               COMPUTE SCALE-LIMIT = 999.9999 * SCALE-DIVISOR
           END-PERFORM
           IF COST-BOUND > SCALE-LIMIT
              DISPLAY 'SERVICE COSTS TOO LARGE FOR +999.9999 EVEN '
                  'AT UNIT SCALE +6'
              ADD 1 TO BUILD-ERRORS
           END-IF
           .

      * Header, label record (the service departments' codes), units
      * record and one equation per service department, in
      * depts.txt order.
       WRITE-ALLOCATION-DECK.
           OPEN OUTPUT ENTRY-FILE
           MOVE SERVICE-COUNTER TO NUMBER-OF-UNKNOWNS
           MOVE SERVICE-COUNTER TO NUMBER-OF-ROWS
           COMPUTE NUMBER-OF-COLUMNS = SERVICE-COUNTER + 1
           MOVE NUMBER-OF-COLUMNS TO D-N-COLUMNS
           MOVE 'L' TO D-N-LABELS-FLAG
           MOVE ZERO TO D-N-EQUATIONS
           MOVE ALLOC-MATRIX-ID TO D-N-MATRIX-ID
           MOVE SPACES TO D-N-MODE
           MOVE ZERO TO D-N-RHS-COUNT
           MOVE SPACES TO D-N-FORMAT
           MOVE ZERO TO D-N-BANDWIDTH
           MOVE SPACES TO D-N-BOUNDS-FLAG
           MOVE SPACES TO D-N-WEIGHTS-FLAG
           MOVE ALLOC-SUBMITTER TO D-N-SUBMITTER
           MOVE SPACES TO D-N-CONSTRAINTS-FLAG
           MOVE 'U' TO D-N-UNITS-FLAG
           MOVE SPACES TO D-N-SCENARIOS-FLAG
           MOVE SPACES TO D-N-TEMPLATE
           WRITE D-N

           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > SERVICE-COUNTER
               MOVE DEP-CODE(SVC-DEPT(ROW-INDEX))
                   TO D-LABEL-VALUE(ROW-INDEX)
           END-PERFORM
           WRITE D-LABEL-RECORD

           MOVE SCALE-POWER TO PRINT-SCALE
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > SERVICE-COUNTER
               MOVE SPACES TO D-UNIT-SCALE(ROW-INDEX)
               STRING '+' PRINT-SCALE DELIMITED BY SIZE
                   INTO D-UNIT-SCALE(ROW-INDEX)
               MOVE ALLOC-UNIT-TEXT TO D-UNIT-TEXT(ROW-INDEX)
           END-PERFORM
           WRITE D-UNITS-RECORD

           MOVE 0 TO NOT-ZERO-COUNTER
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > SERVICE-COUNTER
               PERFORM WRITE-ONE-EQUATION
           END-PERFORM
           CLOSE ENTRY-FILE
           .

      * The equation of the service department in ROW-INDEX: its own
      * total at 1, less every share of a service department's
      * output it uses (its own included), equal to its direct cost
      * in the chosen unit scale.
       WRITE-ONE-EQUATION.
           PERFORM VARYING COL-INDEX FROM 1 BY 1
                   UNTIL COL-INDEX > NUMBER-OF-COLUMNS
               MOVE 0 TO ROW-VALUE(COL-INDEX)
           END-PERFORM
           MOVE 1 TO ROW-VALUE(ROW-INDEX)
           PERFORM VARYING USAGE-INDEX FROM 1 BY 1
                   UNTIL USAGE-INDEX > USAGE-COUNTER
               IF USE-TO(USAGE-INDEX) = SVC-DEPT(ROW-INDEX)
                  MOVE DEP-UNKNOWN(USE-FROM(USAGE-INDEX))
                      TO COL-INDEX
                  COMPUTE ROW-VALUE(COL-INDEX) =
                      ROW-VALUE(COL-INDEX)
                      - (USE-PERCENT(USAGE-INDEX) / 100)
               END-IF
           END-PERFORM
           COMPUTE ROW-VALUE(NUMBER-OF-COLUMNS) ROUNDED =
               DEP-COST(SVC-DEPT(ROW-INDEX)) / SCALE-DIVISOR
           PERFORM VARYING COL-INDEX FROM 1 BY 1
                   UNTIL COL-INDEX > NUMBER-OF-COLUMNS
               MOVE ROW-VALUE(COL-INDEX) TO D-MATRIX-VALUE(COL-INDEX)
               IF COL-INDEX < NUMBER-OF-COLUMNS
                  AND ROW-VALUE(COL-INDEX) NOT = 0
                  ADD 1 TO NOT-ZERO-COUNTER
               END-IF
           END-PERFORM
           WRITE D-MATRIX-ROW
           .

      * The coefficient cells counted against the load step's limit,
      * worked out as the load step does; when the deck is denser
      * than GAUSS_SPARSITY_PCT (or its default) allows, the lowest
      * setting that takes it is named.
       CHECK-DECK-DENSITY.
           MOVE GS-DFLT-SPARSITY-PCT TO SPARSITY-PCT
           MOVE ZERO TO SPARSITY-PCT-TEXT
           ACCEPT SPARSITY-PCT-TEXT
               FROM ENVIRONMENT "GAUSS_SPARSITY_PCT"
           IF SPARSITY-PCT-TEXT IS NUMERIC
              AND SPARSITY-PCT-TEXT > 0
              AND SPARSITY-PCT-TEXT NOT > 100
              MOVE SPARSITY-PCT-TEXT TO SPARSITY-PCT
           END-IF
           COMPUTE NUMBER-OF-ELEMENTS =
               NUMBER-OF-COLUMNS * NUMBER-OF-ROWS
           COMPUTE MAX-NUMBER-OF-ELEMENTS ROUNDED =
               NUMBER-OF-ELEMENTS * SPARSITY-PCT / 100
           IF NOT-ZERO-COUNTER > MAX-NUMBER-OF-ELEMENTS
              PERFORM UNTIL NOT-ZERO-COUNTER
                            NOT > MAX-NUMBER-OF-ELEMENTS
                         OR SPARSITY-PCT = 100
                  ADD 1 TO SPARSITY-PCT
                  COMPUTE MAX-NUMBER-OF-ELEMENTS ROUNDED =
                      NUMBER-OF-ELEMENTS * SPARSITY-PCT / 100
              END-PERFORM
              DISPLAY 'DECK HAS ' NOT-ZERO-COUNTER ' NON-ZERO '
                  'COEFFICIENTS - RUN IT WITH GAUSS_SPARSITY_PCT='
                  SPARSITY-PCT ' OR ABOVE'
           END-IF
           .
