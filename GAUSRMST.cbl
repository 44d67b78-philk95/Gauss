      ******************************************************************
      * Author:
      * Date:
      * Purpose: Integrity check and rebuild of the results master.
      *          results.dat is the system of record behind GAUSINQ,
      *          GAUSDELTA, GAUSHIST, GAUSDIST and GAUSRECON; this is
      *          how a damaged one is proven and replaced. Functions
      *          via GAUSS_RMST_FUNC:
      *            CHECK   - read every record of the master and list
      *                      in rmstlist.txt each key part that is not
      *                      a key (id, run date, run time, scenario,
      *                      variable), each field that is not the
      *                      number it should be, each run whose
      *                      variables are not one unbroken 1..n per
      *                      scenario, and each run whose variable and
      *                      scenario counts do not agree with the
      *                      journal record of the solve that booked
      *                      it. Journal runs that booked but are not
      *                      on the master are listed as warnings.
      *                      Return code 1 when anything is in error.
      *            REBUILD - build a new master (GAUSS_RMST_NEW,
      *                      default results.new -- never results.dat
      *                      itself) holding every run dated from
      *                      GAUSS_RMST_FROM through today that the
      *                      surviving sources can supply: the archive
      *                      unloads (ARCHyyyymmdd.TXT) first, then
      *                      the dated report generations
      *                      (REPORTyyyymmdd.TXT) and report.txt,
      *                      each RUN block tied to its journal record
      *                      for the matrix id, submitter and expected
      *                      counts; restate.txt then marks the
      *                      superseded runs again. Every journaled
      *                      run that booked and could not be rebuilt
      *                      is listed with the reason. Return code 1
      *                      when any run is missing.
      *          Journal records are read from journal.txt and from
      *          every generation GAUSARCH has cut over
      *          (JOURNALyyyymmdd.TXT) dated from GAUSS_RMST_FROM on;
      *          CHECK defaults that date to the earliest run on the
      *          master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSRMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO RESULTS-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-STATUS.

           SELECT OPTIONAL RESTATE-LOG-FILE ASSIGN TO 'restate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESTATE-STATUS.

           SELECT OPTIONAL LISTING-FILE ASSIGN TO 'rmstlist.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

      *    Layout as written by the load step's WRITE-JOURNAL-RECORD.
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
              05 JRN-SEQUENCE          PIC 9(5).
              05 FILLER                PIC X.
              05 JRN-ROWS              PIC 9(3).
              05 FILLER                PIC X.
              05 JRN-COLUMNS           PIC 9(3).
              05 FILLER                PIC X.
              05 JRN-DISPOSITION       PIC X(13).
              05 FILLER                PIC X.
              05 JRN-RESIDUAL          PIC X(9).
              05 FILLER                PIC X.
              05 JRN-START-STAMP.
                 10 JRN-START-DATE     PIC 9(8).
                 10 JRN-START-TIME     PIC 9(8).
              05 FILLER                PIC X.
              05 JRN-END-STAMP.
                 10 JRN-END-DATE       PIC 9(8).
                 10 JRN-END-TIME       PIC 9(8).
              05 FILLER                PIC X.
              05 JRN-ELAPSED           PIC 9(9).
              05 FILLER                PIC X.
              05 JRN-MATRIX-ID         PIC X(10).
              05 FILLER                PIC X.
              05 JRN-SUBMITTER         PIC X(8).

      *    Text image of a master record, as GAUSARCH unloads it.
           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD.
              05 ARC-MATRIX-ID             PIC X(10).
              05 FILLER                    PIC X.
              05 ARC-RUN-DATE              PIC 9(8).
              05 FILLER                    PIC X.
              05 ARC-RUN-TIME              PIC 9(8).
              05 FILLER                    PIC X.
              05 ARC-VARIABLE              PIC 9(3).
              05 FILLER                    PIC X.
              05 ARC-LABEL                 PIC X(10).
              05 FILLER                    PIC X.
              05 ARC-VALUE                 PIC +999.9999.
              05 FILLER                    PIC X.
              05 ARC-SUBMITTER             PIC X(8).
              05 FILLER                    PIC X.
              05 ARC-UNIT-SCALE            PIC +99.
              05 FILLER                    PIC X.
              05 ARC-UNIT-TEXT             PIC X(8).
              05 FILLER                    PIC X.
              05 ARC-SCENARIO              PIC X(10).
              05 FILLER                    PIC X.
              05 ARC-SCENARIO-NO           PIC 99.
              05 FILLER                    PIC X.
              05 ARC-SUPERSEDED-FLAG       PIC X.
              05 FILLER                    PIC X.
              05 ARC-REPLACED-BY-DATE      PIC X(8).
              05 FILLER                    PIC X.
              05 ARC-REPLACED-BY-TIME      PIC X(8).
              05 FILLER                    PIC X.
              05 ARC-RESTATE-REASON        PIC XX.

           FD REPORT-FILE.
           01 REPORT-RECORD                PIC X(40).

      *    Layout as written by the output step's restatement log.
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

           FD LISTING-FILE.
           01 LISTING-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GSLIMIT.CPY".
           77 RMST-MAX-JOURNAL          PIC 9(5) VALUE 20000.
           77 RMST-MAX-RUNS             PIC 9(5) VALUE 20000.
           77 RMST-MAX-VALUES           PIC 9(5) VALUE 20000.
           77 RMST-MAX-SOURCES          PIC 999 VALUE 400.
           77 RMST-MAX-FINDINGS         PIC 9(5) VALUE 5000.

           01 RES-STATUS                PIC XX.
           01 JOURNAL-STATUS            PIC XX.
           01 ARCH-STATUS               PIC XX.
           01 REPORT-STATUS             PIC XX.
           01 RESTATE-STATUS            PIC XX.
           01 RESULTS-FILE-NAME         PIC X(24).
           01 JOURNAL-FILE-NAME         PIC X(24).
           01 ARCHIVE-FILE-NAME         PIC X(24).
           01 REPORT-FILE-NAME          PIC X(24).
           01 NEW-MASTER-NAME           PIC X(24).
           01 RMST-FUNC                 PIC X(8).
           01 SCAN-EOF                  PIC X.
           01 RESTATE-EOF               PIC X.

           01 FROM-DATE-TEXT            PIC X(8).
           01 FROM-DATE                 PIC 9(8) VALUE ZERO.
           01 TODAY-DATE                PIC 9(8).

      *    Generation dates probed: every day from the first date of
      *    interest through today, the way GAUSCHRG probes a month.
           01 PROBE-DATE                PIC 9(8).
           01 PROBE-PARTS REDEFINES PROBE-DATE.
              05 PROBE-YEAR             PIC 9(4).
              05 PROBE-MM               PIC 99.
              05 PROBE-DD               PIC 99.
           01 SOURCE-COUNTER            PIC 999 COMP-3 VALUE ZERO.
           01 SOURCE-INDEX              PIC 999 COMP-3.
           01 SOURCE-NAME-WORK          PIC X(24).
           01 SOURCE-TABLE.
              05 SOURCE-NAME            PIC X(24) OCCURS 400.

      *    Every journaled solve that could have produced output, with
      *    what its booking should look like on the master: variables
      *    per scenario and scenarios per run (zero when the journal
      *    cannot say). Runs that never book (INVERTED, SINGULAR, a
      *    closed period and the like) are held too, so a master run
      *    matching one of them is caught.
           01 JOURNAL-TABLE.
              05 JTB-ENTRY OCCURS 20000.
                 10 JTB-MATRIX-ID       PIC X(10).
                 10 JTB-START.
                    15 JTB-START-DATE   PIC 9(8).
                    15 JTB-START-TIME   PIC 9(8).
                 10 JTB-END.
                    15 JTB-END-DATE     PIC 9(8).
                    15 JTB-END-TIME     PIC 9(8).
                 10 JTB-DISPOSITION     PIC X(13).
                 10 JTB-SUBMITTER       PIC X(8).
                 10 JTB-BOOKS           PIC X.
                    88 JTB-BOOKING      VALUE 'Y'.
                 10 JTB-EXPECT-VARS     PIC 999 COMP-3.
                 10 JTB-EXPECT-SETS     PIC 999 COMP-3.
                 10 JTB-RUN-COUNT       PIC 999 COMP-3.
                 10 JTB-OUT-OF-CORE     PIC X.
                 10 JTB-REASON          PIC X(34).
           01 JTB-COUNTER               PIC 9(5) COMP-3 VALUE ZERO.
           01 JTB-INDEX                 PIC 9(5) COMP-3.
           01 JTB-FOUND-AT              PIC 9(5) COMP-3.
           01 JTB-DROPPED               PIC 9(7) COMP-3 VALUE ZERO.

      *    A run stamp to find the journal record for; the id is
      *    ignored when FIND-ANY-ID is 'Y' (a report block does not
      *    carry it).
           01 FIND-MATRIX-ID            PIC X(10).
           01 FIND-ANY-ID               PIC X.
           01 FIND-STAMP.
              05 FIND-DATE              PIC 9(8).
              05 FIND-TIME              PIC 9(8).

      *    A run window to look for on the master being built.
           01 PROBE-MATRIX-ID           PIC X(10).
           01 PROBE-FROM-STAMP.
              05 PROBE-FROM-DATE        PIC 9(8).
              05 PROBE-FROM-TIME        PIC 9(8).
           01 PROBE-TO-STAMP.
              05 PROBE-TO-DATE          PIC 9(8).
              05 PROBE-TO-TIME          PIC 9(8).
           01 RUN-ON-FILE               PIC X.

      *    CHECK: one entry per run read off the master.
           01 RUN-TABLE.
              05 RTB-ENTRY OCCURS 20000.
                 10 RTB-MATRIX-ID       PIC X(10).
                 10 RTB-STAMP.
                    15 RTB-DATE         PIC 9(8).
                    15 RTB-TIME         PIC 9(8).
                 10 RTB-VARS            PIC 999 COMP-3.
                 10 RTB-SETS            PIC 999 COMP-3.
           01 RTB-COUNTER               PIC 9(5) COMP-3 VALUE ZERO.
           01 RTB-INDEX                 PIC 9(5) COMP-3.
           01 RTB-DROPPED               PIC 9(7) COMP-3 VALUE ZERO.

      *    CHECK: the run and scenario being read.
           01 CUR-RUN-ACTIVE            PIC X VALUE SPACE.
           01 CUR-MATRIX-ID             PIC X(10).
           01 CUR-DATE                  PIC 9(8).
           01 CUR-TIME                  PIC 9(8).
           01 CUR-SCENARIO              PIC X(10).
           01 CUR-SCENARIO-NO           PIC 99.
           01 CUR-SUPERSEDED-FLAG       PIC X.
           01 CUR-FLAG-MIXED            PIC X.
           01 CUR-NEXT-VARIABLE         PIC 9(4) COMP-3.
           01 CUR-SET-VARS              PIC 9(4) COMP-3.
           01 CUR-RUN-VARS              PIC 9(4) COMP-3.
           01 CUR-SETS                  PIC 999 COMP-3.
           01 CUR-MAX-SET-NO            PIC 99.
           01 SET-NO-SEEN-TABLE.
              05 SET-NO-SEEN            PIC X OCCURS 99.
           01 EARLIEST-RUN-DATE         PIC 9(8) VALUE 99999999.

           01 CHECK-DATE                PIC 9(8).
           01 CHECK-DATE-PARTS REDEFINES CHECK-DATE.
              05 CHECK-YEAR             PIC 9(4).
              05 CHECK-MM               PIC 99.
              05 CHECK-DD               PIC 99.
           01 CHECK-TIME                PIC 9(8).
           01 CHECK-TIME-PARTS REDEFINES CHECK-TIME.
              05 CHECK-HH               PIC 99.
              05 CHECK-MI               PIC 99.
              05 CHECK-SS               PIC 99.
              05 CHECK-CC               PIC 99.
           01 REPLACED-STAMP.
              05 REPLACED-DATE          PIC 9(8).
              05 REPLACED-TIME          PIC 9(8).
           01 BAD-CHAR-COUNT            PIC 9(4) COMP-3.

      *    REBUILD: the report block being read -- its run stamp,
      *    what was seen in it, and its solution sets and values.
           01 BLK-ACTIVE                PIC X VALUE SPACE.
           01 BLK-DATE                  PIC 9(8).
           01 BLK-TIME                  PIC 9(8).
           01 BLK-UNIT-LINES            PIC X.
           01 BLK-OUT-OF-CORE           PIC X.
           01 BLK-SENSITIVITY           PIC X.
           01 BLK-STOPPED               PIC X.
           01 BLK-OVERFLOW              PIC X.
           01 BLK-SET-COUNT             PIC 999 COMP-3.
           01 BLK-SET-INDEX             PIC 999 COMP-3.
           01 BLK-SET-TABLE.
              05 BLK-SET OCCURS 99.
                 10 BLK-SET-NAME        PIC X(10).
                 10 BLK-SET-VARS        PIC 999 COMP-3.
           01 BLK-NEW-SET-NAME          PIC X(10).
           01 BLK-VALUE-TABLE.
              05 BLV-ENTRY OCCURS 20000.
                 10 BLV-SET             PIC 99 COMP-3.
                 10 BLV-VARIABLE        PIC 999 COMP-3.
                 10 BLV-LABEL           PIC X(10).
                 10 BLV-VALUE           PIC S9(3)V9(4) COMP-3.
           01 BLV-COUNTER               PIC 9(5) COMP-3.
           01 BLV-INDEX                 PIC 9(5) COMP-3.

      *    REBUILD: one report line taken apart.
           01 PARSE-LABEL               PIC X(10).
           01 PARSE-NUMBER-TEXT         PIC X(3).
           01 LEAD-LENGTH               PIC 999 COMP-3.
           01 LEAD-SPACES               PIC 999 COMP-3.
           01 VALUE-AT                  PIC 999 COMP-3.
           01 PARSE-VALUE-TEXT          PIC X(9).
           01 PARSE-VALUE-PARTS REDEFINES PARSE-VALUE-TEXT.
              05 PVT-SIGN               PIC X.
              05 PVT-WHOLE              PIC X(3).
              05 PVT-POINT              PIC X.
              05 PVT-FRACTION           PIC X(4).
           01 PARSE-VALUE-EDITED        PIC +999.9999.

      *    One finding line of rmstlist.txt: severity E (error) or W
      *    (warning), the key it concerns, and what is wrong.
           01 FINDING-LINE.
              05 FND-SEVERITY           PIC X.
              05 FILLER                 PIC X.
              05 FND-MATRIX-ID          PIC X(10).
              05 FILLER                 PIC X.
              05 FND-RUN-DATE           PIC X(8).
              05 FILLER                 PIC X.
              05 FND-RUN-TIME           PIC X(8).
              05 FILLER                 PIC X.
              05 FND-SCENARIO           PIC X(10).
              05 FILLER                 PIC X.
              05 FND-VARIABLE           PIC X(3).
              05 FILLER                 PIC X.
              05 FND-TEXT               PIC X(34).

           01 RECORDS-READ              PIC 9(9) COMP-3 VALUE ZERO.
           01 RUNS-READ                 PIC 9(9) COMP-3 VALUE ZERO.
           01 ERROR-COUNTER             PIC 9(7) COMP-3 VALUE ZERO.
           01 WARNING-COUNTER           PIC 9(7) COMP-3 VALUE ZERO.
           01 FINDINGS-LISTED           PIC 9(7) COMP-3 VALUE ZERO.
           01 NOT-JOURNAL-CHECKED       PIC 9(7) COMP-3 VALUE ZERO.
           01 ARCHIVE-RELOADED          PIC 9(9) COMP-3 VALUE ZERO.
           01 ARCHIVE-DUPLICATES        PIC 9(9) COMP-3 VALUE ZERO.
           01 REPORT-RUNS-BOOKED        PIC 9(7) COMP-3 VALUE ZERO.
           01 REPORT-RECORDS-BOOKED     PIC 9(9) COMP-3 VALUE ZERO.
           01 REPORT-RUNS-ON-FILE       PIC 9(7) COMP-3 VALUE ZERO.
           01 REPORT-DUPLICATES         PIC 9(9) COMP-3 VALUE ZERO.
           01 RESTATE-MARKED            PIC 9(9) COMP-3 VALUE ZERO.
           01 UNRECONSTRUCTED           PIC 9(7) COMP-3 VALUE ZERO.

           01 PRINT-COUNT               PIC ZZZZZZZZ9.
           01 PRINT-NUMBER              PIC ZZ9.
           01 PRINT-EXPECTED            PIC ZZ9.
           01 PRINT-VARIABLE            PIC 999.

           01 LOG-REQUEST.
              COPY "GAUSLGR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RMST-FUNC
           ACCEPT RMST-FUNC FROM ENVIRONMENT "GAUSS_RMST_FUNC"
           MOVE SPACES TO FROM-DATE-TEXT
           ACCEPT FROM-DATE-TEXT FROM ENVIRONMENT "GAUSS_RMST_FROM"
           IF FROM-DATE-TEXT IS NUMERIC
              MOVE FROM-DATE-TEXT TO FROM-DATE
              MOVE FROM-DATE TO CHECK-DATE
              IF CHECK-YEAR < 1900 OR CHECK-MM < 1 OR CHECK-MM > 12
                 OR CHECK-DD < 1 OR CHECK-DD > 31
                 DISPLAY 'GAUSS_RMST_FROM MUST BE YYYYMMDD'
                 MOVE 1 TO RETURN-CODE
                 GO TO MAIN-EXIT
              END-IF
           END-IF
           MOVE SPACES TO NEW-MASTER-NAME
           ACCEPT NEW-MASTER-NAME FROM ENVIRONMENT "GAUSS_RMST_NEW"
           IF NEW-MASTER-NAME = SPACES
              MOVE 'results.new' TO NEW-MASTER-NAME
           END-IF

           EVALUATE RMST-FUNC
               WHEN 'CHECK   '
                   PERFORM CHECK-MASTER
               WHEN 'REBUILD '
                   PERFORM REBUILD-MASTER
               WHEN OTHER
                   DISPLAY 'GAUSS_RMST_FUNC MUST BE CHECK OR REBUILD'
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
       MAIN-EXIT.
           STOP RUN.

      ******************************************************************
      * CHECK
      ******************************************************************

      * One pass down the master in key order (matrix id, run stamp,
      * scenario, variable), so a run and each of its scenarios arrive
      * together and can be judged as they close. The journal is read
      * once the master's earliest run date is known, and the runs
      * are then matched against it.
       CHECK-MASTER.
           MOVE 'results.dat' TO RESULTS-FILE-NAME
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
              DISPLAY 'RESULTS MASTER NOT AVAILABLE - STATUS '
                  RES-STATUS
              MOVE 1 TO RETURN-CODE
           ELSE
              OPEN OUTPUT LISTING-FILE
              MOVE SPACES TO LISTING-RECORD
              STRING 'RESULTS MASTER INTEGRITY CHECK ' TODAY-DATE
                  '   results.dat' DELIMITED BY SIZE
                  INTO LISTING-RECORD
              WRITE LISTING-RECORD
              MOVE ALL '-' TO LISTING-RECORD
              WRITE LISTING-RECORD

              MOVE SPACE TO SCAN-EOF
              MOVE LOW-VALUES TO RES-MATRIX-ID
              MOVE ZERO TO RES-RUN-DATE
              MOVE ZERO TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
              END-START
              PERFORM CHECK-ONE-RECORD UNTIL SCAN-EOF = 'E'
              IF CUR-RUN-ACTIVE = 'Y'
                 PERFORM CLOSE-CHECKED-RUN
              END-IF
              CLOSE RESULTS-FILE

              IF FROM-DATE = 0
                 IF EARLIEST-RUN-DATE = 99999999
                    MOVE TODAY-DATE TO FROM-DATE
                 ELSE
                    MOVE EARLIEST-RUN-DATE TO FROM-DATE
                 END-IF
              END-IF
              PERFORM LOAD-JOURNALS
              PERFORM VARYING RTB-INDEX FROM 1 BY 1
                      UNTIL RTB-INDEX > RTB-COUNTER
                  PERFORM MATCH-ONE-RUN
              END-PERFORM
              PERFORM LIST-UNBOOKED-JOURNAL-RUNS

              PERFORM WRITE-CHECK-TOTALS
              CLOSE LISTING-FILE
              DISPLAY LISTING-RECORD
              MOVE SPACES TO LOG-REQUEST
              MOVE 0 TO LOG-SEQUENCE
              IF ERROR-COUNTER > 0
                 SET LOG-SEV-ERROR TO TRUE
                 MOVE ERROR-COUNTER TO PRINT-COUNT
                 STRING 'RESULTS MASTER FAILS INTEGRITY CHECK -'
                     PRINT-COUNT ' ERROR(S)'
                     DELIMITED BY SIZE INTO LOG-TEXT
                 MOVE 1 TO RETURN-CODE
              ELSE
                 SET LOG-SEV-INFO TO TRUE
                 MOVE 'RESULTS MASTER PASSES INTEGRITY CHECK'
                     TO LOG-TEXT
                 MOVE 0 TO RETURN-CODE
              END-IF
              CALL 'GAUSLOG' USING LOG-REQUEST
           END-IF
           .

      * A read the file system refuses ends the check there: past a
      * broken index nothing further down can be trusted to be in key
      * order.
       CHECK-ONE-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND RES-STATUS NOT = '00'
              PERFORM SET-FINDING-FROM-RUN
              MOVE 'E' TO FND-SEVERITY
              STRING 'READ FAILED STATUS ' RES-STATUS ' - STOPPED'
                  DELIMITED BY SIZE INTO FND-TEXT
              PERFORM WRITE-FINDING
              MOVE 'E' TO SCAN-EOF
           END-IF
           IF SCAN-EOF NOT = 'E'
              ADD 1 TO RECORDS-READ
              IF CUR-RUN-ACTIVE = 'Y'
                 AND (RES-MATRIX-ID NOT = CUR-MATRIX-ID
                      OR RES-RUN-DATE NOT = CUR-DATE
                      OR RES-RUN-TIME NOT = CUR-TIME)
                 PERFORM CLOSE-CHECKED-RUN
              END-IF
              IF CUR-RUN-ACTIVE NOT = 'Y'
                 PERFORM OPEN-CHECKED-RUN
              END-IF
              IF RES-SCENARIO NOT = CUR-SCENARIO
                 IF CUR-SETS > 0
                    PERFORM CLOSE-CHECKED-SCENARIO
                 END-IF
                 PERFORM OPEN-CHECKED-SCENARIO
              END-IF
              PERFORM CHECK-RECORD-FIELDS
              PERFORM CHECK-VARIABLE-SEQUENCE
           END-IF
           .

       OPEN-CHECKED-RUN.
           MOVE 'Y' TO CUR-RUN-ACTIVE
           MOVE RES-MATRIX-ID TO CUR-MATRIX-ID
           MOVE RES-RUN-DATE TO CUR-DATE
           MOVE RES-RUN-TIME TO CUR-TIME
           MOVE LOW-VALUES TO CUR-SCENARIO
           MOVE RES-SUPERSEDED-FLAG TO CUR-SUPERSEDED-FLAG
           MOVE SPACE TO CUR-FLAG-MIXED
           MOVE 0 TO CUR-SETS
           MOVE 0 TO CUR-RUN-VARS
           MOVE 0 TO CUR-MAX-SET-NO
           MOVE SPACES TO SET-NO-SEEN-TABLE
           ADD 1 TO RUNS-READ
           IF RES-RUN-DATE IS NUMERIC
              AND RES-RUN-DATE < EARLIEST-RUN-DATE
              MOVE RES-RUN-DATE TO EARLIEST-RUN-DATE
           END-IF
           .

      * Each scenario of a run is one right-hand-side column and is
      * filed under its own column number; two names on one number
      * means two columns were booked as the same one.
       OPEN-CHECKED-SCENARIO.
           ADD 1 TO CUR-SETS
           MOVE RES-SCENARIO TO CUR-SCENARIO
           MOVE RES-SCENARIO-NO TO CUR-SCENARIO-NO
           MOVE 0 TO CUR-SET-VARS
           MOVE 1 TO CUR-NEXT-VARIABLE
           IF RES-SCENARIO-NO IS NUMERIC AND RES-SCENARIO-NO > 0
              IF SET-NO-SEEN(RES-SCENARIO-NO) = 'Y'
                 PERFORM SET-FINDING-FROM-RECORD
                 MOVE 'E' TO FND-SEVERITY
                 MOVE RES-SCENARIO-NO TO PRINT-NUMBER
                 STRING 'SCENARIO NUMBER ' PRINT-NUMBER
                     ' USED TWICE' DELIMITED BY SIZE INTO FND-TEXT
                 PERFORM WRITE-FINDING
              ELSE
                 MOVE 'Y' TO SET-NO-SEEN(RES-SCENARIO-NO)
              END-IF
              IF RES-SCENARIO-NO > CUR-MAX-SET-NO
                 MOVE RES-SCENARIO-NO TO CUR-MAX-SET-NO
              END-IF
           END-IF
           .

      * Every scenario of a run solves the same system, so each holds
      * as many variables as the first.
       CLOSE-CHECKED-SCENARIO.
           IF CUR-SETS = 1
              MOVE CUR-SET-VARS TO CUR-RUN-VARS
           ELSE
              IF CUR-SET-VARS NOT = CUR-RUN-VARS
                 PERFORM SET-FINDING-FROM-RUN
                 MOVE CUR-SCENARIO TO FND-SCENARIO
                 MOVE 'E' TO FND-SEVERITY
                 MOVE CUR-SET-VARS TO PRINT-NUMBER
                 MOVE CUR-RUN-VARS TO PRINT-EXPECTED
                 STRING PRINT-NUMBER ' VARIABLES, FIRST SCENARIO '
                     PRINT-EXPECTED DELIMITED BY SIZE INTO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF
           .

      * The column numbers of a run's scenarios are 1 to n with none
      * missing; the run then goes into the table for the journal
      * match.
       CLOSE-CHECKED-RUN.
           PERFORM CLOSE-CHECKED-SCENARIO
           IF CUR-MAX-SET-NO NOT = CUR-SETS OR SET-NO-SEEN(1) NOT = 'Y'
              PERFORM SET-FINDING-FROM-RUN
              MOVE 'E' TO FND-SEVERITY
              MOVE CUR-SETS TO PRINT-NUMBER
              STRING 'SCENARIO NUMBERS NOT 1 TO ' PRINT-NUMBER
                  DELIMITED BY SIZE INTO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF
           IF RTB-COUNTER < RMST-MAX-RUNS
              ADD 1 TO RTB-COUNTER
              MOVE CUR-MATRIX-ID TO RTB-MATRIX-ID(RTB-COUNTER)
              MOVE CUR-DATE TO RTB-DATE(RTB-COUNTER)
              MOVE CUR-TIME TO RTB-TIME(RTB-COUNTER)
              MOVE CUR-RUN-VARS TO RTB-VARS(RTB-COUNTER)
              MOVE CUR-SETS TO RTB-SETS(RTB-COUNTER)
           ELSE
              ADD 1 TO RTB-DROPPED
           END-IF
           MOVE SPACE TO CUR-RUN-ACTIVE
           .

      * Field by field: the key parts first, then everything the
      * inquiry programs compute or print from.
       CHECK-RECORD-FIELDS.
           PERFORM SET-FINDING-FROM-RECORD
           MOVE 'E' TO FND-SEVERITY

           MOVE 0 TO BAD-CHAR-COUNT
           INSPECT RES-MATRIX-ID TALLYING BAD-CHAR-COUNT
               FOR ALL LOW-VALUE ALL HIGH-VALUE
           IF BAD-CHAR-COUNT > 0
              MOVE 'MATRIX ID NOT PRINTABLE' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF

           IF RES-RUN-DATE IS NUMERIC
              MOVE RES-RUN-DATE TO CHECK-DATE
              IF CHECK-YEAR < 1900 OR CHECK-MM < 1 OR CHECK-MM > 12
                 OR CHECK-DD < 1 OR CHECK-DD > 31
                 MOVE 'RUN DATE NOT A DATE' TO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           ELSE
              MOVE 'RUN DATE NOT NUMERIC' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF

           IF RES-RUN-TIME IS NUMERIC
              MOVE RES-RUN-TIME TO CHECK-TIME
              IF CHECK-HH > 23 OR CHECK-MI > 59 OR CHECK-SS > 59
                 MOVE 'RUN TIME NOT A TIME OF DAY' TO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           ELSE
              MOVE 'RUN TIME NOT NUMERIC' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF

           MOVE 0 TO BAD-CHAR-COUNT
           INSPECT RES-SCENARIO TALLYING BAD-CHAR-COUNT
               FOR ALL LOW-VALUE ALL HIGH-VALUE
           IF RES-SCENARIO = SPACES OR BAD-CHAR-COUNT > 0
              MOVE 'SCENARIO NAME BLANK OR UNPRINTABLE' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF

           IF RES-VARIABLE IS NUMERIC
              IF RES-VARIABLE = 0 OR RES-VARIABLE > GS-MAX-DIM
                 MOVE 'VARIABLE NUMBER OUT OF RANGE' TO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           ELSE
              MOVE 'VARIABLE NUMBER NOT NUMERIC' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF

           IF RES-VALUE IS NOT NUMERIC
              MOVE 'VALUE NOT A VALID PACKED NUMBER' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF

      *    The load step accepts a sign and one digit, no more than 6.
           IF RES-UNIT-SCALE IS NUMERIC
              IF RES-UNIT-SCALE < -9 OR RES-UNIT-SCALE > 6
                 MOVE 'UNIT SCALE OUTSIDE -9 TO +6' TO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           ELSE
              MOVE 'UNIT SCALE NOT VALID PACKED' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF

           IF RES-SCENARIO-NO IS NOT NUMERIC OR RES-SCENARIO-NO = 0
              MOVE 'SCENARIO NUMBER NOT 1 TO 99' TO FND-TEXT
              PERFORM WRITE-FINDING
           ELSE
              IF RES-SCENARIO-NO NOT = CUR-SCENARIO-NO
                 MOVE 'SCENARIO NUMBER CHANGES MID-SET' TO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF

      *    A restatement supersedes a whole run, by a later one, and
      *    says why; a live record carries no replacement stamp.
           EVALUATE RES-SUPERSEDED-FLAG
               WHEN SPACE
                   IF RES-REPLACED-BY-DATE NOT = 0
                      OR RES-REPLACED-BY-TIME NOT = 0
                      MOVE 'REPLACED-BY STAMP ON A LIVE RECORD'
                          TO FND-TEXT
                      PERFORM WRITE-FINDING
                   END-IF
               WHEN 'S'
                   IF RES-REPLACED-BY-DATE IS NOT NUMERIC
                      OR RES-REPLACED-BY-TIME IS NOT NUMERIC
                      OR RES-REPLACED-BY-DATE = 0
                      MOVE 'SUPERSEDED, NO REPLACED-BY STAMP'
                          TO FND-TEXT
                      PERFORM WRITE-FINDING
                   ELSE
                      MOVE RES-REPLACED-BY-DATE TO REPLACED-DATE
                      MOVE RES-REPLACED-BY-TIME TO REPLACED-TIME
                      IF REPLACED-STAMP NOT > RES-KEY(11:16)
                         MOVE 'REPLACED BY AN EARLIER RUN' TO FND-TEXT
                         PERFORM WRITE-FINDING
                      END-IF
                   END-IF
                   IF RES-RESTATE-REASON = SPACES
                      MOVE 'SUPERSEDED WITHOUT A REASON CODE'
                          TO FND-TEXT
                      PERFORM WRITE-FINDING
                   END-IF
               WHEN OTHER
                   MOVE 'SUPERSEDED FLAG NOT BLANK OR S' TO FND-TEXT
                   PERFORM WRITE-FINDING
           END-EVALUATE
           IF RES-SUPERSEDED-FLAG NOT = CUR-SUPERSEDED-FLAG
              AND CUR-FLAG-MIXED NOT = 'Y'
              MOVE 'Y' TO CUR-FLAG-MIXED
              MOVE 'SUPERSEDED ON PART OF THE RUN ONLY' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF
           .

      * Variables of a scenario run 1, 2, 3 ... with no gap and no
      * repeat; after a break the count carries on from the number
      * found, so one gap is one finding.
       CHECK-VARIABLE-SEQUENCE.
           IF RES-VARIABLE IS NUMERIC
              IF RES-VARIABLE NOT = CUR-NEXT-VARIABLE
                 PERFORM SET-FINDING-FROM-RECORD
                 MOVE 'E' TO FND-SEVERITY
                 MOVE CUR-NEXT-VARIABLE TO PRINT-VARIABLE
                 STRING 'NOT CONTIGUOUS - ' PRINT-VARIABLE
                     ' EXPECTED' DELIMITED BY SIZE INTO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
              COMPUTE CUR-NEXT-VARIABLE = RES-VARIABLE + 1
           END-IF
           ADD 1 TO CUR-SET-VARS
           .

      * The journal record of the solve that booked the run: same
      * matrix id, run stamp inside the solve's start/end window.
      * Runs dated before the journals read cannot be matched and
      * are only counted.
       MATCH-ONE-RUN.
           MOVE SPACES TO FINDING-LINE
           MOVE RTB-MATRIX-ID(RTB-INDEX) TO FND-MATRIX-ID
           MOVE RTB-DATE(RTB-INDEX) TO FND-RUN-DATE
           MOVE RTB-TIME(RTB-INDEX) TO FND-RUN-TIME
           MOVE 'E' TO FND-SEVERITY
           IF RTB-DATE(RTB-INDEX) < FROM-DATE
              ADD 1 TO NOT-JOURNAL-CHECKED
           ELSE
              MOVE RTB-MATRIX-ID(RTB-INDEX) TO FIND-MATRIX-ID
              MOVE 'N' TO FIND-ANY-ID
              MOVE RTB-STAMP(RTB-INDEX) TO FIND-STAMP
              PERFORM FIND-JOURNAL-FOR-STAMP
              IF JTB-FOUND-AT = 0
                 MOVE 'W' TO FND-SEVERITY
                 MOVE 'NO JOURNAL RECORD FOR THIS RUN' TO FND-TEXT
                 PERFORM WRITE-FINDING
              ELSE
                 PERFORM JUDGE-RUN-AGAINST-JOURNAL
              END-IF
           END-IF
           .

       JUDGE-RUN-AGAINST-JOURNAL.
           ADD 1 TO JTB-RUN-COUNT(JTB-FOUND-AT)
           IF NOT JTB-BOOKING(JTB-FOUND-AT)
              STRING 'BOOKED, JOURNAL SAYS '
                  JTB-DISPOSITION(JTB-FOUND-AT)
                  DELIMITED BY SIZE INTO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF
           IF JTB-RUN-COUNT(JTB-FOUND-AT) > 1
              MOVE 'SECOND RUN IN ONE JOURNALED SOLVE' TO FND-TEXT
              PERFORM WRITE-FINDING
           END-IF
           IF JTB-BOOKING(JTB-FOUND-AT)
              IF RTB-VARS(RTB-INDEX) NOT = JTB-EXPECT-VARS(JTB-FOUND-AT)
                 MOVE RTB-VARS(RTB-INDEX) TO PRINT-NUMBER
                 MOVE JTB-EXPECT-VARS(JTB-FOUND-AT) TO PRINT-EXPECTED
                 MOVE SPACES TO FND-TEXT
                 STRING PRINT-NUMBER ' VARIABLES, JOURNAL SAYS '
                     PRINT-EXPECTED DELIMITED BY SIZE INTO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
              IF JTB-EXPECT-SETS(JTB-FOUND-AT) > 0
                 AND RTB-SETS(RTB-INDEX)
                     NOT = JTB-EXPECT-SETS(JTB-FOUND-AT)
                 MOVE RTB-SETS(RTB-INDEX) TO PRINT-NUMBER
                 MOVE JTB-EXPECT-SETS(JTB-FOUND-AT) TO PRINT-EXPECTED
                 MOVE SPACES TO FND-TEXT
                 STRING PRINT-NUMBER ' SCENARIOS, JOURNAL SAYS '
                     PRINT-EXPECTED DELIMITED BY SIZE INTO FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF
           .

      * A booking solve with no run on the master, from the master's
      * first run date on (anything older was archived). A warning,
      * not an error: an out-of-core solve journals the same way and
      * never books.
       LIST-UNBOOKED-JOURNAL-RUNS.
           PERFORM VARYING JTB-INDEX FROM 1 BY 1
                   UNTIL JTB-INDEX > JTB-COUNTER
               IF JTB-BOOKING(JTB-INDEX)
                  AND JTB-RUN-COUNT(JTB-INDEX) = 0
                  AND JTB-START-DATE(JTB-INDEX) NOT < EARLIEST-RUN-DATE
                  PERFORM SET-FINDING-FROM-JOURNAL
                  MOVE 'W' TO FND-SEVERITY
                  STRING JTB-DISPOSITION(JTB-INDEX) DELIMITED BY SPACE
                      ' RUN NOT ON MASTER' DELIMITED BY SIZE
                      INTO FND-TEXT
                  PERFORM WRITE-FINDING
               END-IF
           END-PERFORM
           .

       WRITE-CHECK-TOTALS.
           PERFORM WRITE-SOURCE-LINES
           MOVE RECORDS-READ TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'RECORDS READ                 ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE RUNS-READ TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'RUNS READ                    ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           IF RTB-DROPPED > 0
              MOVE RTB-DROPPED TO PRINT-COUNT
              MOVE SPACES TO LISTING-RECORD
              STRING 'RUNS BEYOND THE RUN TABLE    ' PRINT-COUNT
                  ' - NOT MATCHED TO THE JOURNAL'
                  DELIMITED BY SIZE INTO LISTING-RECORD
              WRITE LISTING-RECORD
           END-IF
           IF NOT-JOURNAL-CHECKED > 0
              MOVE NOT-JOURNAL-CHECKED TO PRINT-COUNT
              MOVE SPACES TO LISTING-RECORD
              STRING 'RUNS BEFORE THE JOURNALS READ' PRINT-COUNT
                  DELIMITED BY SIZE INTO LISTING-RECORD
              WRITE LISTING-RECORD
           END-IF
           PERFORM WRITE-FINDING-TOTALS
           MOVE SPACES TO LISTING-RECORD
           IF ERROR-COUNTER > 0
              MOVE 'RESULTS MASTER FAILS INTEGRITY CHECK'
                  TO LISTING-RECORD
           ELSE
              MOVE 'RESULTS MASTER PASSES INTEGRITY CHECK'
                  TO LISTING-RECORD
           END-IF
           WRITE LISTING-RECORD
           .

      ******************************************************************
      * REBUILD
      ******************************************************************

      * The new master is built from empty, so a rebuild can be rerun
      * from the top; results.dat itself is never opened.
       REBUILD-MASTER.
           IF FROM-DATE = 0
              DISPLAY 'GAUSS_RMST_FROM (YYYYMMDD) MUST NAME THE FIRST '
                  'RUN DATE TO REBUILD'
              MOVE 1 TO RETURN-CODE
           ELSE
              IF NEW-MASTER-NAME = 'results.dat'
                 DISPLAY 'GAUSS_RMST_NEW MUST NOT BE THE LIVE MASTER'
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE NEW-MASTER-NAME TO RESULTS-FILE-NAME
                 OPEN OUTPUT RESULTS-FILE
                 IF RES-STATUS = '00'
                    CLOSE RESULTS-FILE
                    OPEN I-O RESULTS-FILE
                 END-IF
                 IF RES-STATUS NOT = '00'
                    DISPLAY NEW-MASTER-NAME ' CANNOT BE BUILT - STATUS '
                        RES-STATUS
                    MOVE 1 TO RETURN-CODE
                 ELSE
                    PERFORM BUILD-NEW-MASTER
                 END-IF
              END-IF
           END-IF
           .

       BUILD-NEW-MASTER.
           OPEN OUTPUT LISTING-FILE
           MOVE SPACES TO LISTING-RECORD
           STRING 'RESULTS MASTER REBUILD ' TODAY-DATE '   INTO '
               NEW-MASTER-NAME DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE SPACES TO LISTING-RECORD
           STRING 'RUNS DATED FROM ' FROM-DATE
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE ALL '-' TO LISTING-RECORD
           WRITE LISTING-RECORD

           PERFORM LOAD-JOURNALS
           PERFORM RELOAD-ARCHIVES
           PERFORM READ-REPORT-GENERATIONS
           PERFORM APPLY-RESTATEMENTS
           PERFORM LIST-UNRECONSTRUCTED-RUNS
           CLOSE RESULTS-FILE

           PERFORM WRITE-REBUILD-TOTALS
           CLOSE LISTING-FILE
           DISPLAY LISTING-RECORD
           MOVE SPACES TO LOG-REQUEST
           MOVE 0 TO LOG-SEQUENCE
           MOVE UNRECONSTRUCTED TO PRINT-COUNT
           IF UNRECONSTRUCTED > 0
              SET LOG-SEV-WARNING TO TRUE
              STRING 'RESULTS MASTER REBUILT -' PRINT-COUNT
                  ' RUN(S) NOT RECONSTRUCTED'
                  DELIMITED BY SIZE INTO LOG-TEXT
              MOVE 1 TO RETURN-CODE
           ELSE
              SET LOG-SEV-INFO TO TRUE
              STRING 'RESULTS MASTER REBUILT INTO ' NEW-MASTER-NAME
                  DELIMITED BY SIZE INTO LOG-TEXT
              MOVE 0 TO RETURN-CODE
           END-IF
           CALL 'GAUSLOG' USING LOG-REQUEST
           .

      * An archive holds the records unloaded before its date, so
      * only generations dated from the first rebuild date on can
      * hold a run the rebuild wants. They are full-fidelity images
      * and go in first; a report block for the same run is then
      * already on file.
       RELOAD-ARCHIVES.
           MOVE FROM-DATE TO PROBE-DATE
           PERFORM UNTIL PROBE-DATE > TODAY-DATE
               MOVE SPACES TO ARCHIVE-FILE-NAME
               STRING 'ARCH' PROBE-DATE '.TXT' DELIMITED BY SIZE
                   INTO ARCHIVE-FILE-NAME
               OPEN INPUT ARCHIVE-FILE
               IF ARCH-STATUS = '00'
                  MOVE ARCHIVE-FILE-NAME TO SOURCE-NAME-WORK
                  PERFORM NOTE-SOURCE
                  MOVE SPACE TO SCAN-EOF
                  PERFORM RELOAD-ONE-ARCHIVE-RECORD
                      UNTIL SCAN-EOF = 'E'
                  CLOSE ARCHIVE-FILE
               END-IF
               PERFORM NEXT-PROBE-DATE
           END-PERFORM
           .

      * Mapped as GAUSARCH's RELOAD maps it.
       RELOAD-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND ARC-MATRIX-ID NOT = SPACES
              AND ARC-RUN-DATE IS NUMERIC
              AND ARC-RUN-DATE NOT < FROM-DATE
              MOVE ARC-MATRIX-ID TO RES-MATRIX-ID
              MOVE ARC-RUN-DATE TO RES-RUN-DATE
              MOVE ARC-RUN-TIME TO RES-RUN-TIME
              MOVE ARC-VARIABLE TO RES-VARIABLE
              MOVE ARC-LABEL TO RES-LABEL
              MOVE ARC-VALUE TO RES-VALUE
              MOVE ARC-SUBMITTER TO RES-SUBMITTER
              MOVE ARC-UNIT-SCALE TO RES-UNIT-SCALE
              MOVE ARC-UNIT-TEXT TO RES-UNIT-TEXT
              IF ARC-SCENARIO = SPACES
                 MOVE 'BASE' TO RES-SCENARIO
              ELSE
                 MOVE ARC-SCENARIO TO RES-SCENARIO
              END-IF
              IF ARC-SCENARIO-NO IS NUMERIC AND ARC-SCENARIO-NO > 0
                 MOVE ARC-SCENARIO-NO TO RES-SCENARIO-NO
              ELSE
                 MOVE 1 TO RES-SCENARIO-NO
              END-IF
              MOVE SPACE TO RES-SUPERSEDED-FLAG
              MOVE 0 TO RES-REPLACED-BY-DATE
              MOVE 0 TO RES-REPLACED-BY-TIME
              MOVE SPACES TO RES-RESTATE-REASON
              IF ARC-SUPERSEDED-FLAG = 'S'
                 AND ARC-REPLACED-BY-DATE IS NUMERIC
                 AND ARC-REPLACED-BY-TIME IS NUMERIC
                 MOVE ARC-SUPERSEDED-FLAG TO RES-SUPERSEDED-FLAG
                 MOVE ARC-REPLACED-BY-DATE TO RES-REPLACED-BY-DATE
                 MOVE ARC-REPLACED-BY-TIME TO RES-REPLACED-BY-TIME
                 MOVE ARC-RESTATE-REASON TO RES-RESTATE-REASON
              END-IF
              WRITE RESULTS-RECORD
                  INVALID KEY ADD 1 TO ARCHIVE-DUPLICATES
                  NOT INVALID KEY ADD 1 TO ARCHIVE-RELOADED
              END-WRITE
           END-IF
           .

      * The report generations oldest first, then the live report.
       READ-REPORT-GENERATIONS.
           MOVE FROM-DATE TO PROBE-DATE
           PERFORM UNTIL PROBE-DATE > TODAY-DATE
               MOVE SPACES TO REPORT-FILE-NAME
               STRING 'REPORT' PROBE-DATE '.TXT' DELIMITED BY SIZE
                   INTO REPORT-FILE-NAME
               PERFORM READ-ONE-REPORT-SOURCE
               PERFORM NEXT-PROBE-DATE
           END-PERFORM
           MOVE 'report.txt' TO REPORT-FILE-NAME
           PERFORM READ-ONE-REPORT-SOURCE
           .

       READ-ONE-REPORT-SOURCE.
           OPEN INPUT REPORT-FILE
           IF REPORT-STATUS = '00'
              MOVE REPORT-FILE-NAME TO SOURCE-NAME-WORK
              PERFORM NOTE-SOURCE
              MOVE SPACE TO BLK-ACTIVE
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-REPORT-LINE UNTIL SCAN-EOF = 'E'
              PERFORM FINISH-REPORT-BLOCK
              CLOSE REPORT-FILE
           END-IF
           .

      * A RUN line opens a block; the algo step's singular and
      * inconsistent diagnostics are not part of the run before them.
      * Inside a block: the out-of-core heading marks a run that never
      * booked, a sensitivity block's solution ends at its first INPUT
      * section, a SCENARIO heading opens the next solution set, and
      * any other line starting in column 1 may be a solution line.
      * Indented lines (published figures, markers, responses) are
      * never solution lines.
       TAKE-ONE-REPORT-LINE.
           READ REPORT-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              EVALUATE TRUE
                  WHEN REPORT-RECORD(1:4) = 'RUN '
                       AND REPORT-RECORD(5:8) IS NUMERIC
                       AND REPORT-RECORD(14:8) IS NUMERIC
                      PERFORM FINISH-REPORT-BLOCK
                      PERFORM START-REPORT-BLOCK
                  WHEN REPORT-RECORD(1:21) = 'SINGULAR (REASON 91) '
                  WHEN REPORT-RECORD(1:25) = 'INCONSISTENT (REASON 92) '
                      PERFORM FINISH-REPORT-BLOCK
                  WHEN BLK-ACTIVE NOT = 'Y'
                      CONTINUE
                  WHEN REPORT-RECORD(1:26)
                       = 'LARGE SYSTEM - OUT-OF-CORE'
                      MOVE 'Y' TO BLK-OUT-OF-CORE
                  WHEN REPORT-RECORD(1:14) = 'SENSITIVITY - '
                      MOVE 'Y' TO BLK-SENSITIVITY
                  WHEN REPORT-RECORD(1:6) = 'INPUT '
                       AND BLK-SENSITIVITY = 'Y'
                      MOVE 'Y' TO BLK-STOPPED
                  WHEN BLK-STOPPED = 'Y'
                      CONTINUE
                  WHEN REPORT-RECORD(1:9) = 'SCENARIO '
                      MOVE REPORT-RECORD(14:10) TO BLK-NEW-SET-NAME
                      PERFORM START-REPORT-SET
                  WHEN REPORT-RECORD(1:1) NOT = SPACE
                      PERFORM TAKE-VALUE-LINE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF
           .

       START-REPORT-BLOCK.
           MOVE 'Y' TO BLK-ACTIVE
           MOVE REPORT-RECORD(5:8) TO BLK-DATE
           MOVE REPORT-RECORD(14:8) TO BLK-TIME
           MOVE SPACE TO BLK-UNIT-LINES
           MOVE SPACE TO BLK-OUT-OF-CORE
           MOVE SPACE TO BLK-SENSITIVITY
           MOVE SPACE TO BLK-STOPPED
           MOVE SPACE TO BLK-OVERFLOW
           MOVE 0 TO BLK-SET-COUNT
           MOVE 0 TO BLV-COUNTER
           .

       START-REPORT-SET.
           IF BLK-SET-COUNT < 99
              ADD 1 TO BLK-SET-COUNT
              MOVE BLK-NEW-SET-NAME TO BLK-SET-NAME(BLK-SET-COUNT)
              MOVE 0 TO BLK-SET-VARS(BLK-SET-COUNT)
           ELSE
              MOVE 'Y' TO BLK-OVERFLOW
           END-IF
           .

      * A solution line is 'X  n = +999.9999' for an unlabeled
      * variable or 'LABEL = +999.9999' for a labeled one (labels
      * never hold a space). The same line with anything else after
      * the equals sign is a figure printed in business units, whose
      * pipeline value the report does not show; the determinant line
      * is the one other line of that shape.
       TAKE-VALUE-LINE.
           MOVE SPACES TO PARSE-LABEL
           MOVE 0 TO VALUE-AT
           MOVE REPORT-RECORD(2:3) TO PARSE-NUMBER-TEXT
           INSPECT PARSE-NUMBER-TEXT REPLACING LEADING SPACE BY ZERO
           IF REPORT-RECORD(1:1) = 'X'
              AND PARSE-NUMBER-TEXT IS NUMERIC
              AND REPORT-RECORD(5:3) = ' = '
              MOVE 8 TO VALUE-AT
           ELSE
              MOVE 0 TO LEAD-LENGTH
              INSPECT REPORT-RECORD TALLYING LEAD-LENGTH
                  FOR CHARACTERS BEFORE INITIAL ' = '
              IF LEAD-LENGTH > 0 AND LEAD-LENGTH NOT > 10
                 MOVE 0 TO LEAD-SPACES
                 INSPECT REPORT-RECORD(1:LEAD-LENGTH)
                     TALLYING LEAD-SPACES FOR ALL SPACE
                 IF LEAD-SPACES = 0
                    MOVE REPORT-RECORD(1:LEAD-LENGTH) TO PARSE-LABEL
                    COMPUTE VALUE-AT = LEAD-LENGTH + 4
                 END-IF
              END-IF
           END-IF
           IF VALUE-AT > 0
              MOVE REPORT-RECORD(VALUE-AT:9) TO PARSE-VALUE-TEXT
              IF (PVT-SIGN = '+' OR PVT-SIGN = '-')
                 AND PVT-WHOLE IS NUMERIC
                 AND PVT-POINT = '.'
                 AND PVT-FRACTION IS NUMERIC
                 AND REPORT-RECORD(VALUE-AT + 9:1) = SPACE
                 PERFORM STORE-REPORT-VALUE
              ELSE
                 IF PARSE-LABEL NOT = 'DETERMINANT'
                    MOVE 'Y' TO BLK-UNIT-LINES
                 END-IF
              END-IF
           END-IF
           .

      * A run with a single solution set prints no SCENARIO heading;
      * its set is the primary one, BASE.
       STORE-REPORT-VALUE.
           IF BLK-SET-COUNT = 0
              MOVE 'BASE' TO BLK-NEW-SET-NAME
              PERFORM START-REPORT-SET
           END-IF
           IF BLV-COUNTER NOT < RMST-MAX-VALUES
              MOVE 'Y' TO BLK-OVERFLOW
           ELSE
              ADD 1 TO BLV-COUNTER
              ADD 1 TO BLK-SET-VARS(BLK-SET-COUNT)
              MOVE BLK-SET-COUNT TO BLV-SET(BLV-COUNTER)
              MOVE BLK-SET-VARS(BLK-SET-COUNT)
                  TO BLV-VARIABLE(BLV-COUNTER)
              MOVE PARSE-LABEL TO BLV-LABEL(BLV-COUNTER)
              MOVE PARSE-VALUE-TEXT TO PARSE-VALUE-EDITED
              MOVE PARSE-VALUE-EDITED TO BLV-VALUE(BLV-COUNTER)
           END-IF
           .

      * The block is over: tie it to its journal record by the run
      * stamp. Only a solve that booked is rebuilt, and only when the
      * archives have not already supplied it.
       FINISH-REPORT-BLOCK.
           IF BLK-ACTIVE = 'Y'
              MOVE SPACE TO BLK-ACTIVE
              IF BLK-DATE NOT < FROM-DATE
                 PERFORM BOOK-REPORT-BLOCK
              END-IF
           END-IF
           .

       BOOK-REPORT-BLOCK.
           MOVE SPACES TO FIND-MATRIX-ID
           MOVE 'Y' TO FIND-ANY-ID
           MOVE BLK-DATE TO FIND-DATE
           MOVE BLK-TIME TO FIND-TIME
           PERFORM FIND-JOURNAL-FOR-STAMP
           IF JTB-FOUND-AT = 0
              IF BLV-COUNTER > 0 AND BLK-OUT-OF-CORE NOT = 'Y'
                 MOVE SPACES TO FINDING-LINE
                 MOVE 'E' TO FND-SEVERITY
                 MOVE BLK-DATE TO FND-RUN-DATE
                 MOVE BLK-TIME TO FND-RUN-TIME
                 MOVE 'REPORT RUN WITH NO JOURNAL RECORD' TO FND-TEXT
                 PERFORM WRITE-FINDING
                 ADD 1 TO UNRECONSTRUCTED
              END-IF
           ELSE
              EVALUATE TRUE
                  WHEN BLK-OUT-OF-CORE = 'Y'
                      MOVE 'Y' TO JTB-OUT-OF-CORE(JTB-FOUND-AT)
                  WHEN NOT JTB-BOOKING(JTB-FOUND-AT)
                      CONTINUE
                  WHEN OTHER
                      MOVE JTB-MATRIX-ID(JTB-FOUND-AT)
                          TO PROBE-MATRIX-ID
                      MOVE BLK-DATE TO PROBE-FROM-DATE
                      MOVE BLK-TIME TO PROBE-FROM-TIME
                      MOVE PROBE-FROM-STAMP TO PROBE-TO-STAMP
                      PERFORM PROBE-NEW-MASTER
                      IF RUN-ON-FILE = 'Y'
                         ADD 1 TO REPORT-RUNS-ON-FILE
                      ELSE
                         PERFORM JUDGE-REPORT-BLOCK
                         IF JTB-REASON(JTB-FOUND-AT) = SPACES
                            PERFORM WRITE-REPORT-BLOCK
                         END-IF
                      END-IF
              END-EVALUATE
           END-IF
           .

      * What the report shows has to be what the journal says was
      * booked; otherwise the reason stays with the journal record
      * for the closing listing.
       JUDGE-REPORT-BLOCK.
           MOVE SPACES TO JTB-REASON(JTB-FOUND-AT)
           EVALUATE TRUE
               WHEN BLK-UNIT-LINES = 'Y'
                   MOVE 'REPORT SHOWS UNIT-SCALED FIGURES'
                       TO JTB-REASON(JTB-FOUND-AT)
               WHEN BLK-OVERFLOW = 'Y'
                   MOVE 'REPORT BLOCK TOO LARGE TO HOLD'
                       TO JTB-REASON(JTB-FOUND-AT)
               WHEN BLK-SET-COUNT = 0
                   MOVE 'NO SOLUTION LINES IN THE REPORT'
                       TO JTB-REASON(JTB-FOUND-AT)
               WHEN JTB-EXPECT-SETS(JTB-FOUND-AT) > 0
                    AND BLK-SET-COUNT
                        NOT = JTB-EXPECT-SETS(JTB-FOUND-AT)
                   MOVE BLK-SET-COUNT TO PRINT-NUMBER
                   MOVE JTB-EXPECT-SETS(JTB-FOUND-AT) TO PRINT-EXPECTED
                   STRING 'REPORT ' PRINT-NUMBER ' SCENARIOS, JOURNAL '
                       PRINT-EXPECTED DELIMITED BY SIZE
                       INTO JTB-REASON(JTB-FOUND-AT)
               WHEN OTHER
                   PERFORM VARYING BLK-SET-INDEX FROM 1 BY 1
                           UNTIL BLK-SET-INDEX > BLK-SET-COUNT
                      IF BLK-SET-VARS(BLK-SET-INDEX)
                         NOT = JTB-EXPECT-VARS(JTB-FOUND-AT)
                         AND JTB-REASON(JTB-FOUND-AT) = SPACES
                         MOVE BLK-SET-VARS(BLK-SET-INDEX)
                             TO PRINT-NUMBER
                         MOVE JTB-EXPECT-VARS(JTB-FOUND-AT)
                             TO PRINT-EXPECTED
                         STRING 'REPORT ' PRINT-NUMBER
                             ' VARIABLES, JOURNAL ' PRINT-EXPECTED
                             DELIMITED BY SIZE
                             INTO JTB-REASON(JTB-FOUND-AT)
                      END-IF
                   END-PERFORM
           END-EVALUATE
           .

      * The run as the output step filed it: matrix id and submitter
      * from the journal, no display units (a run printed in business
      * units never gets this far), live.
       WRITE-REPORT-BLOCK.
           PERFORM VARYING BLV-INDEX FROM 1 BY 1
                   UNTIL BLV-INDEX > BLV-COUNTER
               MOVE JTB-MATRIX-ID(JTB-FOUND-AT) TO RES-MATRIX-ID
               MOVE BLK-DATE TO RES-RUN-DATE
               MOVE BLK-TIME TO RES-RUN-TIME
               MOVE BLK-SET-NAME(BLV-SET(BLV-INDEX)) TO RES-SCENARIO
               MOVE BLV-VARIABLE(BLV-INDEX) TO RES-VARIABLE
               MOVE BLV-LABEL(BLV-INDEX) TO RES-LABEL
               MOVE BLV-VALUE(BLV-INDEX) TO RES-VALUE
               MOVE JTB-SUBMITTER(JTB-FOUND-AT) TO RES-SUBMITTER
               MOVE 0 TO RES-UNIT-SCALE
               MOVE SPACES TO RES-UNIT-TEXT
               MOVE BLV-SET(BLV-INDEX) TO RES-SCENARIO-NO
               MOVE SPACE TO RES-SUPERSEDED-FLAG
               MOVE 0 TO RES-REPLACED-BY-DATE
               MOVE 0 TO RES-REPLACED-BY-TIME
               MOVE SPACES TO RES-RESTATE-REASON
               WRITE RESULTS-RECORD
                   INVALID KEY ADD 1 TO REPORT-DUPLICATES
                   NOT INVALID KEY ADD 1 TO REPORT-RECORDS-BOOKED
               END-WRITE
           END-PERFORM
           ADD 1 TO REPORT-RUNS-BOOKED
           .

      * Every restatement on the log marks its original run again,
      * whichever source the run was rebuilt from.
       APPLY-RESTATEMENTS.
           OPEN INPUT RESTATE-LOG-FILE
           IF RESTATE-STATUS = '00'
              MOVE 'restate.txt' TO SOURCE-NAME-WORK
              PERFORM NOTE-SOURCE
              MOVE SPACE TO SCAN-EOF
              PERFORM APPLY-ONE-RESTATEMENT UNTIL SCAN-EOF = 'E'
           END-IF
           IF RESTATE-STATUS = '00' OR RESTATE-STATUS = '05'
              CLOSE RESTATE-LOG-FILE
           END-IF
           .

       APPLY-ONE-RESTATEMENT.
           READ RESTATE-LOG-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND RSL-RUN-DATE IS NUMERIC
              AND RSL-RUN-TIME IS NUMERIC
              AND RSL-ORIG-RUN-DATE IS NUMERIC
              AND RSL-ORIG-RUN-TIME IS NUMERIC
              MOVE RSL-MATRIX-ID TO RES-MATRIX-ID
              MOVE RSL-ORIG-RUN-DATE TO RES-RUN-DATE
              MOVE RSL-ORIG-RUN-TIME TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              MOVE SPACE TO RESTATE-EOF
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO RESTATE-EOF
              END-START
              PERFORM SUPERSEDE-ONE-RECORD UNTIL RESTATE-EOF = 'E'
           END-IF
           .

       SUPERSEDE-ONE-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO RESTATE-EOF
           END-READ
           IF RESTATE-EOF NOT = 'E'
              IF RES-MATRIX-ID NOT = RSL-MATRIX-ID
                 OR RES-RUN-DATE NOT = RSL-ORIG-RUN-DATE
                 OR RES-RUN-TIME NOT = RSL-ORIG-RUN-TIME
                 MOVE 'E' TO RESTATE-EOF
              ELSE
                 IF NOT RES-SUPERSEDED
                    MOVE 'S' TO RES-SUPERSEDED-FLAG
                    MOVE RSL-RUN-DATE TO RES-REPLACED-BY-DATE
                    MOVE RSL-RUN-TIME TO RES-REPLACED-BY-TIME
                    MOVE RSL-REASON TO RES-RESTATE-REASON
                    REWRITE RESULTS-RECORD
                    END-REWRITE
                    ADD 1 TO RESTATE-MARKED
                 END-IF
              END-IF
           END-IF
           .

      * Every journaled solve that booked from the first rebuild date
      * on and is not on the new master, with the reason its report
      * block was refused, or the plain fact that no source had it.
       LIST-UNRECONSTRUCTED-RUNS.
           PERFORM VARYING JTB-INDEX FROM 1 BY 1
                   UNTIL JTB-INDEX > JTB-COUNTER
               IF JTB-BOOKING(JTB-INDEX)
                  AND JTB-OUT-OF-CORE(JTB-INDEX) NOT = 'Y'
                  AND JTB-START-DATE(JTB-INDEX) NOT < FROM-DATE
                  MOVE JTB-MATRIX-ID(JTB-INDEX) TO PROBE-MATRIX-ID
                  MOVE JTB-START(JTB-INDEX) TO PROBE-FROM-STAMP
                  MOVE JTB-END(JTB-INDEX) TO PROBE-TO-STAMP
                  PERFORM PROBE-NEW-MASTER
                  IF RUN-ON-FILE NOT = 'Y'
                     PERFORM SET-FINDING-FROM-JOURNAL
                     MOVE 'E' TO FND-SEVERITY
                     IF JTB-REASON(JTB-INDEX) = SPACES
                        MOVE 'IN NO ARCHIVE OR REPORT GENERATION'
                            TO FND-TEXT
                     ELSE
                        MOVE JTB-REASON(JTB-INDEX) TO FND-TEXT
                     END-IF
                     PERFORM WRITE-FINDING
                     ADD 1 TO UNRECONSTRUCTED
                  END-IF
               END-IF
           END-PERFORM
           .

      * Is any run of the matrix, stamped inside the window, on the
      * master being built?
       PROBE-NEW-MASTER.
           MOVE 'N' TO RUN-ON-FILE
           MOVE PROBE-MATRIX-ID TO RES-MATRIX-ID
           MOVE PROBE-FROM-DATE TO RES-RUN-DATE
           MOVE PROBE-FROM-TIME TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'N' TO RUN-ON-FILE
               NOT INVALID KEY
                   READ RESULTS-FILE NEXT RECORD
                       AT END MOVE 'N' TO RUN-ON-FILE
                       NOT AT END
                           IF RES-MATRIX-ID = PROBE-MATRIX-ID
                              AND RES-KEY(11:16) NOT > PROBE-TO-STAMP
                              MOVE 'Y' TO RUN-ON-FILE
                           END-IF
                   END-READ
           END-START
           .

       WRITE-REBUILD-TOTALS.
           PERFORM WRITE-SOURCE-LINES
           MOVE ARCHIVE-RELOADED TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'ARCHIVE RECORDS RELOADED     ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE ARCHIVE-DUPLICATES TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'ARCHIVE RECORDS DUPLICATED   ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE REPORT-RUNS-BOOKED TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'RUNS REBUILT FROM REPORTS    ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE REPORT-RECORDS-BOOKED TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'RECORDS REBUILT FROM REPORTS ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE REPORT-RUNS-ON-FILE TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'REPORT RUNS FOUND IN ARCHIVES' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           IF REPORT-DUPLICATES > 0
              MOVE REPORT-DUPLICATES TO PRINT-COUNT
              MOVE SPACES TO LISTING-RECORD
              STRING 'REPORT RECORDS DUPLICATED    ' PRINT-COUNT
                  DELIMITED BY SIZE INTO LISTING-RECORD
              WRITE LISTING-RECORD
           END-IF
           MOVE RESTATE-MARKED TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'RECORDS MARKED SUPERSEDED    ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           PERFORM WRITE-FINDING-TOTALS
           MOVE UNRECONSTRUCTED TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           IF UNRECONSTRUCTED > 0
              STRING 'RUNS NOT RECONSTRUCTED       ' PRINT-COUNT
                  DELIMITED BY SIZE INTO LISTING-RECORD
           ELSE
              STRING 'EVERY BOOKED RUN RECONSTRUCTED INTO '
                  NEW-MASTER-NAME DELIMITED BY SIZE
                  INTO LISTING-RECORD
           END-IF
           WRITE LISTING-RECORD
           .

      ******************************************************************
      * Shared by both functions
      ******************************************************************

      * The journal generations oldest first, then the live journal,
      * so the table runs in solve order.
       LOAD-JOURNALS.
           MOVE FROM-DATE TO PROBE-DATE
           PERFORM UNTIL PROBE-DATE > TODAY-DATE
               MOVE SPACES TO JOURNAL-FILE-NAME
               STRING 'JOURNAL' PROBE-DATE '.TXT' DELIMITED BY SIZE
                   INTO JOURNAL-FILE-NAME
               PERFORM READ-ONE-JOURNAL-SOURCE
               PERFORM NEXT-PROBE-DATE
           END-PERFORM
           MOVE 'journal.txt' TO JOURNAL-FILE-NAME
           PERFORM READ-ONE-JOURNAL-SOURCE
           .

       READ-ONE-JOURNAL-SOURCE.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = '00'
              MOVE JOURNAL-FILE-NAME TO SOURCE-NAME-WORK
              PERFORM NOTE-SOURCE
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-JOURNAL-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE JOURNAL-FILE
           END-IF
           .

      * Matrices skipped before the solve have no window and no
      * output. A system wider than GS-MAX-DIM went out of core and
      * was never booked.
       TAKE-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JRN-SEQUENCE IS NUMERIC
              AND JRN-ROWS IS NUMERIC
              AND JRN-COLUMNS IS NUMERIC
              AND JRN-START-STAMP IS NUMERIC
              AND JRN-END-STAMP IS NUMERIC
              AND JRN-ROWS NOT > GS-MAX-DIM
              AND JRN-DISPOSITION NOT = 'SKIPPED'
              AND JRN-DISPOSITION NOT = 'CHAIN-SKIPPED'
              AND JRN-DISPOSITION NOT = 'DRIFT-HELD'
              IF JTB-COUNTER < RMST-MAX-JOURNAL
                 ADD 1 TO JTB-COUNTER
                 PERFORM HOLD-JOURNAL-RECORD
              ELSE
                 ADD 1 TO JTB-DROPPED
              END-IF
           END-IF
           .

      * What the output step books for each outcome: one record per
      * variable per scenario. A minimum-norm run books every unknown
      * (columns less the right-hand side); any other run books the
      * smaller of equations and unknowns (a least-squares fit has
      * more equations than unknowns). A plain solve books one
      * scenario per right-hand-side column, the special modes one;
      * an out-of-bounds run can be either, so its count is not held
      * against it.
       HOLD-JOURNAL-RECORD.
           MOVE JRN-MATRIX-ID TO JTB-MATRIX-ID(JTB-COUNTER)
           MOVE JRN-START-STAMP TO JTB-START(JTB-COUNTER)
           MOVE JRN-END-STAMP TO JTB-END(JTB-COUNTER)
           MOVE JRN-DISPOSITION TO JTB-DISPOSITION(JTB-COUNTER)
           MOVE JRN-SUBMITTER TO JTB-SUBMITTER(JTB-COUNTER)
           MOVE 0 TO JTB-RUN-COUNT(JTB-COUNTER)
           MOVE SPACE TO JTB-OUT-OF-CORE(JTB-COUNTER)
           MOVE SPACES TO JTB-REASON(JTB-COUNTER)
           EVALUATE JRN-DISPOSITION
               WHEN 'SOLVED'
               WHEN 'MINIMUM-NORM'
               WHEN 'LEAST-SQUARES'
               WHEN 'SENSITIVITY'
               WHEN 'TARGET-SEEK'
               WHEN 'UNREACHABLE'
               WHEN 'OUT-OF-BOUNDS'
                   MOVE 'Y' TO JTB-BOOKS(JTB-COUNTER)
               WHEN OTHER
                   MOVE 'N' TO JTB-BOOKS(JTB-COUNTER)
           END-EVALUATE
           IF JRN-DISPOSITION = 'MINIMUM-NORM'
              OR JRN-ROWS > JRN-COLUMNS - 1
              COMPUTE JTB-EXPECT-VARS(JTB-COUNTER) = JRN-COLUMNS - 1
           ELSE
              MOVE JRN-ROWS TO JTB-EXPECT-VARS(JTB-COUNTER)
           END-IF
           EVALUATE JRN-DISPOSITION
               WHEN 'SOLVED'
                   IF JRN-COLUMNS > JRN-ROWS
                      COMPUTE JTB-EXPECT-SETS(JTB-COUNTER) =
                          JRN-COLUMNS - JRN-ROWS
                   ELSE
                      MOVE 1 TO JTB-EXPECT-SETS(JTB-COUNTER)
                   END-IF
               WHEN 'OUT-OF-BOUNDS'
                   MOVE 0 TO JTB-EXPECT-SETS(JTB-COUNTER)
               WHEN OTHER
                   MOVE 1 TO JTB-EXPECT-SETS(JTB-COUNTER)
           END-EVALUATE
           .

       FIND-JOURNAL-FOR-STAMP.
           MOVE 0 TO JTB-FOUND-AT
           PERFORM VARYING JTB-INDEX FROM 1 BY 1
                   UNTIL JTB-INDEX > JTB-COUNTER OR JTB-FOUND-AT > 0
               IF (FIND-ANY-ID = 'Y'
                   OR JTB-MATRIX-ID(JTB-INDEX) = FIND-MATRIX-ID)
                  AND FIND-STAMP NOT < JTB-START(JTB-INDEX)
                  AND FIND-STAMP NOT > JTB-END(JTB-INDEX)
                  MOVE JTB-INDEX TO JTB-FOUND-AT
               END-IF
           END-PERFORM
           .

      * Next calendar-shaped date; a day that does not exist simply
      * names a generation that is not there.
       NEXT-PROBE-DATE.
           IF PROBE-DD < 31
              ADD 1 TO PROBE-DD
           ELSE
              MOVE 1 TO PROBE-DD
              IF PROBE-MM < 12
                 ADD 1 TO PROBE-MM
              ELSE
                 MOVE 1 TO PROBE-MM
                 ADD 1 TO PROBE-YEAR
              END-IF
           END-IF
           .

       NOTE-SOURCE.
           IF SOURCE-COUNTER < RMST-MAX-SOURCES
              ADD 1 TO SOURCE-COUNTER
              MOVE SOURCE-NAME-WORK TO SOURCE-NAME(SOURCE-COUNTER)
           END-IF
           .

       SET-FINDING-FROM-RECORD.
           MOVE SPACES TO FINDING-LINE
           MOVE RES-MATRIX-ID TO FND-MATRIX-ID
           MOVE RES-RUN-DATE TO FND-RUN-DATE
           MOVE RES-RUN-TIME TO FND-RUN-TIME
           MOVE RES-SCENARIO TO FND-SCENARIO
           MOVE RES-VARIABLE TO FND-VARIABLE
           .

       SET-FINDING-FROM-RUN.
           MOVE SPACES TO FINDING-LINE
           MOVE CUR-MATRIX-ID TO FND-MATRIX-ID
           MOVE CUR-DATE TO FND-RUN-DATE
           MOVE CUR-TIME TO FND-RUN-TIME
           .

       SET-FINDING-FROM-JOURNAL.
           MOVE SPACES TO FINDING-LINE
           MOVE JTB-MATRIX-ID(JTB-INDEX) TO FND-MATRIX-ID
           MOVE JTB-START-DATE(JTB-INDEX) TO FND-RUN-DATE
           MOVE JTB-START-TIME(JTB-INDEX) TO FND-RUN-TIME
           MOVE 'JOURNAL' TO FND-SCENARIO
           .

      * Every finding is counted; the listing stops printing them at
      * RMST-MAX-FINDINGS so a wrecked file cannot fill the disk.
       WRITE-FINDING.
           IF FND-SEVERITY = 'W'
              ADD 1 TO WARNING-COUNTER
           ELSE
              ADD 1 TO ERROR-COUNTER
           END-IF
           IF FINDINGS-LISTED < RMST-MAX-FINDINGS
              ADD 1 TO FINDINGS-LISTED
              WRITE LISTING-RECORD FROM FINDING-LINE
           END-IF
           MOVE SPACES TO FND-TEXT
           .

       WRITE-SOURCE-LINES.
           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           PERFORM VARYING SOURCE-INDEX FROM 1 BY 1
                   UNTIL SOURCE-INDEX > SOURCE-COUNTER
               MOVE SPACES TO LISTING-RECORD
               STRING 'SOURCE ' SOURCE-NAME(SOURCE-INDEX)
                   DELIMITED BY SIZE INTO LISTING-RECORD
               WRITE LISTING-RECORD
           END-PERFORM
           MOVE JTB-COUNTER TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'JOURNAL RECORDS HELD         ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           IF JTB-DROPPED > 0
              MOVE JTB-DROPPED TO PRINT-COUNT
              MOVE SPACES TO LISTING-RECORD
              STRING 'JOURNAL RECORDS NOT HELD     ' PRINT-COUNT
                  ' - TABLE FULL' DELIMITED BY SIZE
                  INTO LISTING-RECORD
              WRITE LISTING-RECORD
           END-IF
           .

       WRITE-FINDING-TOTALS.
           MOVE ERROR-COUNTER TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'ERRORS                       ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE WARNING-COUNTER TO PRINT-COUNT
           MOVE SPACES TO LISTING-RECORD
           STRING 'WARNINGS                     ' PRINT-COUNT
               DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           IF ERROR-COUNTER + WARNING-COUNTER > FINDINGS-LISTED
              COMPUTE PRINT-COUNT =
                  ERROR-COUNTER + WARNING-COUNTER - FINDINGS-LISTED
              MOVE SPACES TO LISTING-RECORD
              STRING 'FINDINGS NOT LISTED          ' PRINT-COUNT
                  DELIMITED BY SIZE INTO LISTING-RECORD
              WRITE LISTING-RECORD
           END-IF
           .
