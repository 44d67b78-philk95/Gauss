           ORGANIZATION IS LINE SEQUENTIAL.

      *    Solved-results master, keyed by the business matrix id plus
      *    run date/time plus scenario name plus variable number, so
      *    any past solution
      *    can be fetched by key instead of scrolled for in the
      *    append-only text outputs. FILE STATUS is checked so a
      *    runtime without indexed file support degrades to a console
      *    warning instead of taking the whole output step down.
           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

      *    One line per restatement carried out: which booked run was
      *    superseded by which, under what reason, and how many
      *    master records it took out of the books.
           SELECT OPTIONAL RESTATE-LOG-FILE ASSIGN TO 'restate.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Period-close control (GAUSPERD maintains it) and the log
      *    of bookings refused because the run date fell in a closed
      *    month -- the reconciliation lists these for the day.
           SELECT OPTIONAL PERIOD-FILE ASSIGN TO 'periods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-STATUS.

           SELECT OPTIONAL REFUSED-FILE ASSIGN TO 'refused.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *    value and unit text; the value field the interface builder
      *    hashes stays where it always was.
           FD IFC-WORK-FILE.
           01 IFC-WORK-RECORD              PIC X(82).
           01 IFC-DETAIL-RECORD.
              05 IFC-D-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 IFC-D-SCALED              PIC X(13).
              05 FILLER                    PIC X.
              05 IFC-D-UNIT                PIC X(8).
      *       Restatement link, trailing like the rest: on a reversal
      *       ('R') or replacement ('C') detail, the run stamp of the
      *       booked run being backed out; blank on an ordinary 'D'.
              05 FILLER                    PIC X.
              05 IFC-D-ORIG-RUN-DATE       PIC 9(8).
              05 FILLER                    PIC X.
              05 IFC-D-ORIG-RUN-TIME       PIC 9(8).

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD RESTATE-LOG-FILE.
           01 RESTATE-LOG-RECORD.
              05 RSL-RUN-DATE              PIC 9(8).
              05 FILLER                    PIC X.
              05 RSL-RUN-TIME              PIC 9(8).
              05 FILLER                    PIC X.
              05 RSL-MATRIX-ID             PIC X(10).
              05 FILLER                    PIC X.
              05 RSL-ORIG-RUN-DATE         PIC 9(8).
              05 FILLER                    PIC X.
              05 RSL-ORIG-RUN-TIME         PIC 9(8).
              05 FILLER                    PIC X.
              05 RSL-REASON                PIC XX.
              05 FILLER                    PIC X.
              05 RSL-RECORD-COUNT          PIC 9(5).
              05 FILLER                    PIC X.
              05 RSL-TEXT                  PIC X(40).

           FD PERIOD-FILE.
              COPY "GAUSPRD.CPY".

      *    One line per refused booking: the run stamp, the matrix
      *    and batch sequence, the closed month, and how many master
      *    records the run would have booked.
           FD REFUSED-FILE.
           01 REFUSED-RECORD.
              05 REF-RUN-DATE              PIC 9(8).
              05 FILLER                    PIC X.
              05 REF-RUN-TIME              PIC 9(8).
              05 FILLER                    PIC X.
              05 REF-SEQUENCE              PIC 9(5).
              05 FILLER                    PIC X.
              05 REF-MATRIX-ID             PIC X(10).
              05 FILLER                    PIC X.
              05 REF-PERIOD                PIC 9(6).
              05 FILLER                    PIC X.
              05 REF-RECORD-COUNT          PIC 9(5).
              05 FILLER                    PIC X.
              05 REF-SUBMITTER             PIC X(8).

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".
      *    always consistent with the matrix itself.
           01 SCENARIO-COUNT                PIC 999 COMP-3.
           01 SCENARIO-NO                   PIC 999 COMP-3.
      *    Master records turned away as duplicates in this run.
           01 BOOKING-LOST-COUNT            PIC 9(5) COMP-3.
           01 BOOKING-LOST-EDIT             PIC ZZZZ9.
           01 RPT-SET-NUMBER                PIC ZZ9.
           01 RPT-FREE-VARS                 PIC ZZ9.
      *    Iterative-mode figures: sweeps taken and the largest
      *    change any unknown made in the last of them.
           01 RPT-ITER-COUNT                PIC ZZZ9.
           01 RPT-ITER-CHANGE               PIC ZZZZZZ9.9(8).

      *    Work fields for the sensitivity table: each input's
      *    perturbed solution column against the base column.
           01 RPT-SENS-PCT                  PIC ZZ9.
           01 RPT-INPUT-NUMBER              PIC ZZ9.
           01 RPT-DELTA                     PIC +9999.9999.

      *    Target seek: the target variable's response to one unit of
      *    the movable input, the step along that response that lands
      *    the target, and a wide work field to try each shifted
      *    figure in before it is allowed back into a matrix cell.
           01 TGT-RESPONSE                  PIC S9(3)V9(4) COMP-3.
           01 TGT-STEP                      PIC S9(7)V9(8) COMP-3.
           01 TGT-WORK                      PIC S9(9)V9(8) COMP-3.
           01 TGT-FITS                      PIC X.

      *    Restatement of a booked run: GAUSS_RESTATE_ID names the
      *    matrix, GAUSS_RESTATE_DATE/_TIME the run stamp of the
      *    booked run being corrected, GAUSS_RESTATE_REASON and
      *    _TEXT why. The first run of that matrix solved in the job
      *    is the replacement; the original's master records are
      *    marked superseded and linked to it, and the interface
      *    carries a reversal ('R') of every original figure ahead
      *    of the replacement ('C') details. The original is only
      *    marked once the replacement is booked; until then it is
      *    merely read. RST-DONE is never reset, so one job restates
      *    one run once.
           01 RST-MATRIX-ID                 PIC X(10).
           01 RST-ORIG-DATE-TEXT            PIC X(8).
           01 RST-ORIG-TIME-TEXT            PIC X(8).
           01 RST-ORIG-DATE                 PIC 9(8).
           01 RST-ORIG-TIME                 PIC 9(8).
           01 RST-REASON                    PIC XX.
           01 RST-TEXT                      PIC X(40).
           01 RST-DONE                      PIC X VALUE SPACE.
           01 RST-ACTIVE                    PIC X.
           01 RST-SCAN-EOF                  PIC X.
           01 RST-LIVE-COUNT                PIC 9(5) COMP-3.
           01 RST-SUPERSEDED-COUNT          PIC 9(5) COMP-3.
           01 RST-REVERSAL-COUNT            PIC 999 COMP-3.
           01 RST-INDEX                     PIC 999 COMP-3.
           01 RST-REVERSAL-TABLE.
              05 RVT-ENTRY OCCURS GS-MAX-DIM.
                 10 RVT-VARIABLE            PIC 9(3).
                 10 RVT-LABEL               PIC X(10).
                 10 RVT-VALUE               PIC S9(3)V9(4) COMP-3.
                 10 RVT-SUBMITTER           PIC X(8).
                 10 RVT-UNIT-SCALE          PIC S99 COMP-3.
                 10 RVT-UNIT-TEXT           PIC X(8).

      *    Period-close check: the month the run date falls in, and
      *    whether periods.txt has it closed.
           01 PERIOD-STATUS                 PIC XX.
           01 PERIOD-SCAN-EOF               PIC X.
           01 RUN-PERIOD                    PIC 9(6).
       LINKAGE SECTION.
           01 R-MATRIX.
            COPY "MATRIX.CPY" REPLACING ==#== BY ==R==.
              EXIT PROGRAM
           END-IF

      *    A target-seek run arrives with the movable input's unit
      *    response beside the base solution; once the solution has
      *    been walked to the target the response column has done
      *    its job, and everything from here on sees an ordinary
      *    single-column solve.
           IF CTL-MODE-TARGET-SEEK
              PERFORM APPLY-TARGET-SEEK
              COMPUTE NUMBER-OF-COLUMNS = MAX-ROWS + 1
           END-IF

           PERFORM VARYING INDEX-ROW
                   FROM 1 BY 1
                   UNTIL INDEX-ROW > MAX-ROWS
              PERFORM WRITE-SOLUTION-REPORT
           END-IF
           PERFORM WRITE-CSV-OUTPUT
      *    The original run is looked up before anything is booked,
      *    so only a restatement that actually found its original
      *    counts as sanctioned when the month is closed; it is only
      *    superseded once the replacement is on the master, so a
      *    booking that fails leaves the original standing.
           PERFORM CHECK-RESTATEMENT
           IF RST-ACTIVE = 'Y'
              PERFORM GATHER-ORIGINAL-RUN
           END-IF
           PERFORM CHECK-PERIOD-CLOSED
           IF CTL-PERIOD-CLOSED
              PERFORM WRITE-REFUSED-BOOKING
           ELSE
              PERFORM WRITE-RESULTS-MASTER
              IF RST-ACTIVE = 'Y'
                 IF CTL-BOOKING-FAILED
                    DISPLAY 'RESTATEMENT OF ' RST-MATRIX-ID ' RUN '
                        RST-ORIG-DATE ' ' RST-ORIG-TIME
                        ' NOT CARRIED OUT - ORIGINAL STANDS'
                 ELSE
                    PERFORM SUPERSEDE-ORIGINAL-RUN
                 END-IF
              END-IF
              IF NOT CTL-BOOKING-FAILED
                 PERFORM WRITE-INTERFACE-FILE
              END-IF
           END-IF
           EXIT PROGRAM.

      * Every variable moves by the same step times its own response
      * to the movable input; the step is whatever brings the target
      * variable from its base value onto the target. No response
      * means the target does not depend on that input at all. The
      * shift is only applied when every shifted figure, and the
      * input itself, still fit a matrix cell; otherwise the base
      * solution stands and the report says why.
       APPLY-TARGET-SEEK.
           MOVE R-MATRIX-VALUE(CTL-TGT-VARIABLE, MAX-ROWS + 2)
               TO TGT-RESPONSE
           MOVE CTL-TGT-SUBMITTED TO CTL-TGT-INPUT
           IF TGT-RESPONSE = 0
              SET CTL-TGT-UNREACHABLE TO TRUE
           ELSE
              MOVE 'Y' TO TGT-FITS
              COMPUTE TGT-STEP ROUNDED = (CTL-TGT-VALUE -
                  R-MATRIX-VALUE(CTL-TGT-VARIABLE, MAX-ROWS + 1))
                  / TGT-RESPONSE
                  ON SIZE ERROR
                     MOVE 'N' TO TGT-FITS
              END-COMPUTE
              IF TGT-FITS = 'Y'
                 COMPUTE TGT-WORK = CTL-TGT-SUBMITTED + TGT-STEP
                 IF TGT-WORK > 999.9999 OR TGT-WORK < -999.9999
                    MOVE 'N' TO TGT-FITS
                 END-IF
              END-IF
              PERFORM VARYING INDEX-ROW FROM 1 BY 1
                      UNTIL INDEX-ROW > MAX-ROWS
                         OR TGT-FITS = 'N'
                  COMPUTE TGT-WORK =
                      R-MATRIX-VALUE(INDEX-ROW, MAX-ROWS + 1)
                      + TGT-STEP * R-MATRIX-VALUE(INDEX-ROW,
                                                  MAX-ROWS + 2)
                  IF TGT-WORK > 999.9999 OR TGT-WORK < -999.9999
                     MOVE 'N' TO TGT-FITS
                  END-IF
              END-PERFORM

              IF TGT-FITS = 'Y'
                 SET CTL-TGT-REACHED TO TRUE
                 COMPUTE CTL-TGT-INPUT ROUNDED =
                     CTL-TGT-SUBMITTED + TGT-STEP
                 PERFORM VARYING INDEX-ROW FROM 1 BY 1
                         UNTIL INDEX-ROW > MAX-ROWS
                     COMPUTE R-MATRIX-VALUE(INDEX-ROW, MAX-ROWS + 1)
                         ROUNDED =
                         R-MATRIX-VALUE(INDEX-ROW, MAX-ROWS + 1)
                         + TGT-STEP * R-MATRIX-VALUE(INDEX-ROW,
                                                     MAX-ROWS + 2)
                 END-PERFORM
      *          The target itself is stated, not recomputed, so the
      *          last digit cannot wander off what the desk asked for.
                 MOVE CTL-TGT-VALUE TO
                     R-MATRIX-VALUE(CTL-TGT-VARIABLE, MAX-ROWS + 1)
              ELSE
                 SET CTL-TGT-OUT-OF-RANGE TO TRUE
              END-IF
           END-IF
           .

      * The question and its answer head the solution listing: the
      * target, then the input that reaches it (next to what was
      * submitted), or the statement why none does. The listing
      * that follows is the full solution at that input -- or at
      * the submitted inputs when the target is out of reach.
       WRITE-TARGET-SEEK-LINES.
           MOVE CTL-TGT-VALUE TO RPT-SOLVED-VALUE
           MOVE CTL-TGT-VARIABLE TO RPT-VARIABLE-NUMBER
           MOVE SPACES TO REPORT-RECORD
           IF LBL-ROW-LABEL(CTL-TGT-VARIABLE) = SPACES
              STRING 'TARGET SEEK - X' RPT-VARIABLE-NUMBER ' = '
                  RPT-SOLVED-VALUE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           ELSE
              STRING 'TARGET SEEK - ' DELIMITED BY SIZE
                  LBL-ROW-LABEL(CTL-TGT-VARIABLE) DELIMITED BY SPACE
                  ' = ' RPT-SOLVED-VALUE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           MOVE CTL-TGT-ROW TO RPT-VARIABLE-NUMBER
           EVALUATE TRUE
               WHEN CTL-TGT-REACHED
                   MOVE CTL-TGT-INPUT TO RPT-SOLVED-VALUE
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'INPUT ROW ' RPT-VARIABLE-NUMBER
                       ' MUST BE ' RPT-SOLVED-VALUE
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE CTL-TGT-SUBMITTED TO RPT-SOLVED-VALUE
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  (SUBMITTED AS ' RPT-SOLVED-VALUE ')'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'SOLUTION AT THE REQUIRED INPUT'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN CTL-TGT-UNREACHABLE
                   MOVE 'UNREACHABLE - TARGET DOES NOT DEPEND'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  ON INPUT ROW ' RPT-VARIABLE-NUMBER
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'SOLUTION AT THE SUBMITTED INPUTS'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN OTHER
                   MOVE 'UNREACHABLE - INPUT NEEDED IS OUTSIDE'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  THE CARRIED RANGE (ROW '
                       RPT-VARIABLE-NUMBER ')'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 'SOLUTION AT THE SUBMITTED INPUTS'
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE
           .

      * Closed numbers stay closed: a run dated in a month periods.txt
      * has closed books nothing -- no master records and no
      * interface details -- unless it is a sanctioned restatement.
      * A month not on file is open.
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO CTL-PERIOD-FLAG
           MOVE RUN-DATE(1:6) TO RUN-PERIOD
           IF RST-ACTIVE NOT = 'Y'
              OPEN INPUT PERIOD-FILE
              IF PERIOD-STATUS = '00'
                 MOVE SPACE TO PERIOD-SCAN-EOF
                 PERFORM CHECK-ONE-PERIOD
                     UNTIL PERIOD-SCAN-EOF = 'E'
                 CLOSE PERIOD-FILE
              END-IF
           END-IF
           .

       CHECK-ONE-PERIOD.
           READ PERIOD-FILE
               AT END MOVE 'E' TO PERIOD-SCAN-EOF
           END-READ
           IF PERIOD-SCAN-EOF NOT = 'E'
              AND PRD-PERIOD IS NUMERIC
              AND PRD-PERIOD = RUN-PERIOD
              IF PRD-CLOSED
                 MOVE 'Y' TO CTL-PERIOD-FLAG
              END-IF
              MOVE 'E' TO PERIOD-SCAN-EOF
           END-IF
           .

      * The refusal is logged with the record count the master would
      * have taken, worked out as WRITE-RESULTS-MASTER does.
       WRITE-REFUSED-BOOKING.
           COMPUTE SCENARIO-COUNT = NUMBER-OF-COLUMNS - MAX-ROWS
           IF CTL-MODE-SENSITIVITY OR SCENARIO-COUNT < 1
              MOVE 1 TO SCENARIO-COUNT
           END-IF
           OPEN EXTEND REFUSED-FILE
           MOVE SPACES TO REFUSED-RECORD
           MOVE RUN-DATE TO REF-RUN-DATE
           MOVE RUN-TIME TO REF-RUN-TIME
           MOVE CTL-BATCH-SEQUENCE TO REF-SEQUENCE
           MOVE CTL-MATRIX-ID TO REF-MATRIX-ID
           MOVE RUN-PERIOD TO REF-PERIOD
           COMPUTE REF-RECORD-COUNT = MAX-ROWS * SCENARIO-COUNT
           MOVE CTL-SUBMITTER TO REF-SUBMITTER
           WRITE REFUSED-RECORD
           CLOSE REFUSED-FILE
           DISPLAY 'BOOKING REFUSED - ' CTL-MATRIX-ID ' RUN '
               RUN-DATE ' ' RUN-TIME ' PERIOD ' RUN-PERIOD ' CLOSED'
           .

      * One detail per solved variable (the first right-hand side,
      * as in the results master) at the full GS-DEC-DIGITS
      * precision, appended to the run's interface work file; the
      * trailer once the whole run is on hand. Every hand-off
      * without control totals eventually bites; this one already
      * has.
      * A restatement's reversals go out first, and its own details
      * as replacements, both carrying the superseded run's stamp.
       WRITE-INTERFACE-FILE.
           OPEN EXTEND IFC-WORK-FILE
           IF RST-ACTIVE = 'Y'
              PERFORM VARYING RST-INDEX FROM 1 BY 1
                      UNTIL RST-INDEX > RST-REVERSAL-COUNT
                  PERFORM WRITE-REVERSAL-DETAIL
              END-PERFORM
           END-IF
           PERFORM VARYING INDEX-ROW
                   FROM 1 BY 1 UNTIL INDEX-ROW > MAX-ROWS
               MOVE SPACES TO IFC-DETAIL-RECORD
               IF RST-ACTIVE = 'Y'
                  MOVE 'C' TO IFC-D-TYPE
                  MOVE RST-ORIG-DATE TO IFC-D-ORIG-RUN-DATE
                  MOVE RST-ORIG-TIME TO IFC-D-ORIG-RUN-TIME
               ELSE
                  MOVE 'D' TO IFC-D-TYPE
               END-IF
               MOVE CTL-BATCH-SEQUENCE TO IFC-D-SEQUENCE
               MOVE INDEX-ROW TO IFC-D-VARIABLE
               MOVE LBL-ROW-LABEL(INDEX-ROW) TO IFC-D-LABEL
           CLOSE IFC-WORK-FILE
           .

      * One master record per solved variable per scenario, keyed
      * matrix id + run date/time + scenario name + variable number,
      * so the allocation desk can pull any prior period's solution
      * -- any of its scenarios -- by key through GAUSINQ instead of
      * hunting the text outputs. OPEN I-O first so an existing
      * master is extended; status 35 means no master yet, so create
      * one. A sensitivity run's extra columns are perturbations of
      * the one right-hand side, not scenarios, so only its base
      * column is filed. A master that cannot be opened, or a key
      * already on file, means the run is not booked as solved:
      * CTL-BOOKING-FLAG fails the disposition and the interface
      * details are held back.
       WRITE-RESULTS-MASTER.
           MOVE 'N' TO CTL-BOOKING-FLAG
           MOVE 0 TO BOOKING-LOST-COUNT
           COMPUTE SCENARIO-COUNT = NUMBER-OF-COLUMNS - MAX-ROWS
           IF CTL-MODE-SENSITIVITY OR SCENARIO-COUNT < 1
              MOVE 1 TO SCENARIO-COUNT
           END-IF
           OPEN I-O RESULTS-FILE
           IF RES-STATUS = '35'
              OPEN OUTPUT RESULTS-FILE
           END-IF
           IF RES-STATUS = '00' OR RES-STATUS = '05'
              PERFORM VARYING SCENARIO-NO
                      FROM 1 BY 1 UNTIL SCENARIO-NO > SCENARIO-COUNT
                  PERFORM VARYING INDEX-ROW
                          FROM 1 BY 1 UNTIL INDEX-ROW > MAX-ROWS
                      MOVE CTL-MATRIX-ID TO RES-MATRIX-ID
                      MOVE RUN-DATE TO RES-RUN-DATE
                      MOVE RUN-TIME TO RES-RUN-TIME
                      MOVE INDEX-ROW TO RES-VARIABLE
                      MOVE LBL-ROW-LABEL(INDEX-ROW) TO RES-LABEL
                      MOVE CTL-SUBMITTER TO RES-SUBMITTER
                      IF UNT-PRESENT-YES
                         MOVE UNT-SCALE(INDEX-ROW) TO RES-UNIT-SCALE
                         MOVE UNT-TEXT(INDEX-ROW) TO RES-UNIT-TEXT
                      ELSE
                         MOVE 0 TO RES-UNIT-SCALE
                         MOVE SPACES TO RES-UNIT-TEXT
                      END-IF
                      MOVE CTL-SCENARIO-NAME(SCENARIO-NO)
                          TO RES-SCENARIO
                      MOVE SCENARIO-NO TO RES-SCENARIO-NO
                      MOVE SPACE TO RES-SUPERSEDED-FLAG
                      MOVE 0 TO RES-REPLACED-BY-DATE
                      MOVE 0 TO RES-REPLACED-BY-TIME
                      MOVE SPACES TO RES-RESTATE-REASON
                      MOVE R-MATRIX-VALUE(INDEX-ROW,
                          MAX-ROWS + SCENARIO-NO) TO RES-VALUE
                      WRITE RESULTS-RECORD
                          INVALID KEY
                              DISPLAY 'RESULTS MASTER DUPLICATE KEY '
                                  RES-KEY
                              MOVE 'Y' TO CTL-BOOKING-FLAG
                              ADD 1 TO BOOKING-LOST-COUNT
                      END-WRITE
                  END-PERFORM
              END-PERFORM
              CLOSE RESULTS-FILE
              IF CTL-BOOKING-FAILED
                 MOVE BOOKING-LOST-COUNT TO BOOKING-LOST-EDIT
                 DISPLAY 'BOOKING FAILED - ' CTL-MATRIX-ID ' RUN '
                     RUN-DATE ' ' RUN-TIME ' - ' BOOKING-LOST-EDIT
                     ' RECORD(S) NOT FILED, INTERFACE HELD'
              END-IF
           ELSE
              MOVE 'Y' TO CTL-BOOKING-FLAG
              DISPLAY 'BOOKING FAILED - ' CTL-MATRIX-ID ' RUN '
                  RUN-DATE ' ' RUN-TIME ' - RESULTS MASTER NOT '
                  'OPENED, STATUS ' RES-STATUS ', INTERFACE HELD'
           END-IF
           .

      * This matrix is the replacement when a restatement names it
      * and none has been carried out yet in this job; an incomplete
      * restatement request is refused here rather than half done.
       CHECK-RESTATEMENT.
           MOVE SPACE TO RST-ACTIVE
           IF RST-DONE NOT = 'Y'
              MOVE SPACES TO RST-MATRIX-ID
              ACCEPT RST-MATRIX-ID FROM ENVIRONMENT "GAUSS_RESTATE_ID"
              IF RST-MATRIX-ID NOT = SPACES
                 AND RST-MATRIX-ID = CTL-MATRIX-ID
                 MOVE SPACES TO RST-ORIG-DATE-TEXT
                 MOVE SPACES TO RST-ORIG-TIME-TEXT
                 MOVE SPACES TO RST-REASON
                 MOVE SPACES TO RST-TEXT
                 ACCEPT RST-ORIG-DATE-TEXT
                     FROM ENVIRONMENT "GAUSS_RESTATE_DATE"
                 ACCEPT RST-ORIG-TIME-TEXT
                     FROM ENVIRONMENT "GAUSS_RESTATE_TIME"
                 ACCEPT RST-REASON
                     FROM ENVIRONMENT "GAUSS_RESTATE_REASON"
                 ACCEPT RST-TEXT FROM ENVIRONMENT "GAUSS_RESTATE_TEXT"
                 MOVE 'Y' TO RST-DONE
                 IF RST-ORIG-DATE-TEXT IS NUMERIC
                    AND RST-ORIG-TIME-TEXT IS NUMERIC
                    AND RST-REASON NOT = SPACES
                    MOVE RST-ORIG-DATE-TEXT TO RST-ORIG-DATE
                    MOVE RST-ORIG-TIME-TEXT TO RST-ORIG-TIME
                    MOVE 'Y' TO RST-ACTIVE
                 ELSE
                    DISPLAY 'WARNING: RESTATEMENT OF ' RST-MATRIX-ID
                        ' NEEDS RUN DATE, RUN TIME AND REASON - '
                        'BOOKED AS AN ORDINARY RUN'
                 END-IF
              END-IF
           END-IF
           .

      * Every live master record of the original run is counted and
      * its primary-scenario figures kept for the reversal details
      * (the interface only ever carried the primary column); the
      * master is only read here. A run not on file, or already
      * superseded, leaves nothing to back out, and this run books as
      * an ordinary one.
       GATHER-ORIGINAL-RUN.
           MOVE 0 TO RST-LIVE-COUNT
           MOVE 0 TO RST-REVERSAL-COUNT
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS = '00'
              PERFORM START-ORIGINAL-RUN
              PERFORM GATHER-ONE-RECORD UNTIL RST-SCAN-EOF = 'E'
              CLOSE RESULTS-FILE
           END-IF
           IF RST-LIVE-COUNT = 0
              MOVE SPACE TO RST-ACTIVE
              DISPLAY 'WARNING: RESTATEMENT - NO LIVE RUN OF '
                  RST-MATRIX-ID ' AT ' RST-ORIG-DATE ' '
                  RST-ORIG-TIME ' ON THE RESULTS MASTER - '
                  'BOOKED AS AN ORDINARY RUN'
           END-IF
           .

       START-ORIGINAL-RUN.
           MOVE RST-MATRIX-ID TO RES-MATRIX-ID
           MOVE RST-ORIG-DATE TO RES-RUN-DATE
           MOVE RST-ORIG-TIME TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE 0 TO RES-VARIABLE
           MOVE SPACE TO RST-SCAN-EOF
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO RST-SCAN-EOF
           END-START
           .

      * The next record of the original run, or end of scan once the
      * master moves past it.
       READ-ORIGINAL-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO RST-SCAN-EOF
           END-READ
           IF RST-SCAN-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = RST-MATRIX-ID
                 OR RES-RUN-DATE NOT = RST-ORIG-DATE
                 OR RES-RUN-TIME NOT = RST-ORIG-TIME
                 MOVE 'E' TO RST-SCAN-EOF
              END-IF
           END-IF
           .

       GATHER-ONE-RECORD.
           PERFORM READ-ORIGINAL-RECORD
           IF RST-SCAN-EOF NOT = 'E'
              AND NOT RES-SUPERSEDED
              ADD 1 TO RST-LIVE-COUNT
              IF RES-PRIMARY-SCENARIO
                 AND RST-REVERSAL-COUNT < GS-MAX-DIM
                 ADD 1 TO RST-REVERSAL-COUNT
                 MOVE RES-VARIABLE TO RVT-VARIABLE(RST-REVERSAL-COUNT)
                 MOVE RES-LABEL TO RVT-LABEL(RST-REVERSAL-COUNT)
                 MOVE RES-VALUE TO RVT-VALUE(RST-REVERSAL-COUNT)
                 MOVE RES-SUBMITTER
                     TO RVT-SUBMITTER(RST-REVERSAL-COUNT)
                 MOVE RES-UNIT-SCALE
                     TO RVT-UNIT-SCALE(RST-REVERSAL-COUNT)
                 MOVE RES-UNIT-TEXT
                     TO RVT-UNIT-TEXT(RST-REVERSAL-COUNT)
              END-IF
           END-IF
           .

      * With the replacement booked, the original's live records are
      * marked superseded and linked to this run's stamp and the
      * reason. A master that cannot be reopened, or a record that
      * will not take the mark, fails the booking like a rejected
      * key: both runs would otherwise stand live, so nothing goes
      * to the interface.
       SUPERSEDE-ORIGINAL-RUN.
           MOVE 0 TO RST-SUPERSEDED-COUNT
           OPEN I-O RESULTS-FILE
           IF RES-STATUS = '00'
              PERFORM START-ORIGINAL-RUN
              PERFORM SUPERSEDE-ONE-RECORD UNTIL RST-SCAN-EOF = 'E'
              CLOSE RESULTS-FILE
           END-IF
           IF RST-SUPERSEDED-COUNT NOT = RST-LIVE-COUNT
              MOVE 'Y' TO CTL-BOOKING-FLAG
              DISPLAY 'BOOKING FAILED - ' RST-MATRIX-ID ' RUN '
                  RST-ORIG-DATE ' ' RST-ORIG-TIME
                  ' NOT FULLY SUPERSEDED, INTERFACE HELD'
           END-IF
           IF RST-SUPERSEDED-COUNT > 0
              OPEN EXTEND RESTATE-LOG-FILE
              MOVE SPACES TO RESTATE-LOG-RECORD
              MOVE RUN-DATE TO RSL-RUN-DATE
              MOVE RUN-TIME TO RSL-RUN-TIME
              MOVE RST-MATRIX-ID TO RSL-MATRIX-ID
              MOVE RST-ORIG-DATE TO RSL-ORIG-RUN-DATE
              MOVE RST-ORIG-TIME TO RSL-ORIG-RUN-TIME
              MOVE RST-REASON TO RSL-REASON
              MOVE RST-SUPERSEDED-COUNT TO RSL-RECORD-COUNT
              MOVE RST-TEXT TO RSL-TEXT
              WRITE RESTATE-LOG-RECORD
              CLOSE RESTATE-LOG-FILE
              DISPLAY 'RESTATED ' RST-MATRIX-ID ' RUN ' RST-ORIG-DATE
                  ' ' RST-ORIG-TIME ' REASON ' RST-REASON
           END-IF
           .

       SUPERSEDE-ONE-RECORD.
           PERFORM READ-ORIGINAL-RECORD
           IF RST-SCAN-EOF NOT = 'E'
              AND NOT RES-SUPERSEDED
              MOVE 'S' TO RES-SUPERSEDED-FLAG
              MOVE RUN-DATE TO RES-REPLACED-BY-DATE
              MOVE RUN-TIME TO RES-REPLACED-BY-TIME
              MOVE RST-REASON TO RES-RESTATE-REASON
              REWRITE RESULTS-RECORD
                  INVALID KEY
                      DISPLAY 'RESULTS MASTER REWRITE FAILED '
                          RES-KEY
                  NOT INVALID KEY
                      ADD 1 TO RST-SUPERSEDED-COUNT
              END-REWRITE
           END-IF
           .

      * The original figure exactly as it was booked, typed 'R' so
      * the receiver backs it out rather than adding it again.
       WRITE-REVERSAL-DETAIL.
           MOVE SPACES TO IFC-DETAIL-RECORD
           MOVE 'R' TO IFC-D-TYPE
           MOVE CTL-BATCH-SEQUENCE TO IFC-D-SEQUENCE
           MOVE RVT-VARIABLE(RST-INDEX) TO IFC-D-VARIABLE
           MOVE RVT-LABEL(RST-INDEX) TO IFC-D-LABEL
           MOVE RVT-SUBMITTER(RST-INDEX) TO IFC-D-SUBMITTER
           MOVE RVT-VALUE(RST-INDEX) TO IFC-D-VALUE
           IF RVT-UNIT-SCALE(RST-INDEX) NOT = 0
              OR RVT-UNIT-TEXT(RST-INDEX) NOT = SPACES
              MOVE RVT-VALUE(RST-INDEX) TO BOUNDS-CHECK-VALUE
              IF RVT-UNIT-SCALE(RST-INDEX) < 0
                 COMPUTE UNT-WORK-OUT = BOUNDS-CHECK-VALUE /
                     (10 ** (0 - RVT-UNIT-SCALE(RST-INDEX)))
              ELSE
                 COMPUTE UNT-WORK-OUT = BOUNDS-CHECK-VALUE *
                     (10 ** RVT-UNIT-SCALE(RST-INDEX))
              END-IF
              MOVE UNT-WORK-OUT TO IFC-SCALED-EDIT
              MOVE IFC-SCALED-EDIT TO IFC-D-SCALED
              MOVE RVT-UNIT-TEXT(RST-INDEX) TO IFC-D-UNIT
           END-IF
           MOVE RST-ORIG-DATE TO IFC-D-ORIG-RUN-DATE
           MOVE RST-ORIG-TIME TO IFC-D-ORIG-RUN-TIME
           WRITE IFC-DETAIL-RECORD
           .

      * The inverse stands in columns MAX-ROWS + 1 through
      * 2 * MAX-ROWS after the reduction; each output row carries one
      * row of it, under an INVERSE heading so the block cannot be
           CLOSE REPORT-FILE
           .

      * Outcome block of an iterative-mode run, every line inside
      * the 40-column report record.
       WRITE-ITERATIVE-LINES.
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN CTL-ITER-CONVERGED
                  MOVE 'ITERATIVE SOLVE - CONVERGED' TO REPORT-RECORD
               WHEN CTL-ITER-NOT-DOMINANT
                  MOVE 'ITERATIVE SOLVE - NOT DIAG. DOMINANT'
                      TO REPORT-RECORD
               WHEN OTHER
                  MOVE 'ITERATIVE SOLVE - NO CONVERGENCE'
                      TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           IF NOT CTL-ITER-NOT-DOMINANT
              MOVE CTL-ITER-COUNT TO RPT-ITER-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING 'ITERATIONS   ' RPT-ITER-COUNT
                  DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE CTL-ITER-CHANGE TO RPT-ITER-CHANGE
              MOVE SPACES TO REPORT-RECORD
              STRING 'FINAL CHANGE ' RPT-ITER-CHANGE
                  DELIMITED BY SIZE INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF NOT CTL-ITER-CONVERGED
              MOVE 'SOLVED BY DIRECT ELIMINATION' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           .

      * Once DIVIDE-ROWS has reduced the left block to the identity
      * matrix, the last column of each row is the solved value for
      * that row's variable, so a plain X1 = ..., X2 = ... listing can
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF CTL-MODE-TARGET-SEEK
              PERFORM WRITE-TARGET-SEEK-LINES
           END-IF

      *    A minimum-norm answer is not the unique solution of a
      *    determined system and must never read as one.
           IF CTL-MODE-MIN-NORM
              WRITE REPORT-RECORD
           END-IF

      *    An iterative run states how it ended, how many sweeps it
      *    took and the change between the last two of them; one
      *    that fell back says the figures below came from the
      *    elimination instead.
           IF CTL-MODE-ITERATIVE
              PERFORM WRITE-ITERATIVE-LINES
           END-IF

      *    A constrained fit says so, and names the equations that
      *    were held exact -- those are binding by construction, and
      *    the desks booking against a control total need it printed.
           END-IF

      *    One labeled solution set per right-hand side: a scenario
      *    run prints a SCENARIO heading (the name it is filed under
      *    on the results master) before each set, the classic
      *    single-column run reads exactly as it always has.
           COMPUTE SCENARIO-COUNT = NUMBER-OF-COLUMNS - MAX-ROWS
           PERFORM VARYING SCENARIO-NO
                   FROM 1 BY 1 UNTIL SCENARIO-NO > SCENARIO-COUNT
               IF SCENARIO-COUNT > 1
                  MOVE SCENARIO-NO TO RPT-SET-NUMBER
                  MOVE SPACES TO REPORT-RECORD
                  STRING 'SCENARIO ' RPT-SET-NUMBER ' '
                      CTL-SCENARIO-NAME(SCENARIO-NO)
                      DELIMITED BY SIZE INTO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
      *    a warning line when the ratio flags the system as ill-
      *    conditioned -- a solution can pass the exact singular test
      *    and still not be worth shipping unflagged.
      *    A converged iteration takes no pivots, so it has neither
      *    figure to give.
           MOVE CTL-DETERMINANT TO RPT-DETERMINANT
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN CTL-ITER-CONVERGED
                  MOVE 'DETERMINANT = (ITERATIVE - NONE)'
                      TO REPORT-RECORD
               WHEN CTL-DET-OVERFLOW-YES
                  MOVE 'DETERMINANT = (OVERFLOWED)' TO REPORT-RECORD
               WHEN OTHER
                  STRING 'DETERMINANT = ' RPT-DETERMINANT
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE CTL-PIVOT-RATIO TO RPT-PIVOT-RATIO
           MOVE SPACES TO REPORT-RECORD
           IF CTL-ITER-CONVERGED
              MOVE 'PIVOT RATIO = (ITERATIVE - NONE)'
                  TO REPORT-RECORD
           ELSE
              STRING 'PIVOT RATIO = ' RPT-PIVOT-RATIO
                  DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           IF CTL-ILL-CONDITIONED
