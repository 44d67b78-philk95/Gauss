      ******************************************************************
      * Author:
      * Date:
      * Purpose: Incremental extract of the results master for the
      *          data warehouse. Every booked solution on results.dat
      *          is delivered once: each run of this program writes
      *          whsextract.txt with only the records booked since the
      *          last key it delivered -- matrix id, run stamp,
      *          scenario, variable, label, value, units, submitter
      *          and the journal's disposition and residual for the
      *          run that booked it -- framed by one header (source
      *          job from GAUSS_JOB_NAME, default GAUSWHSE, the
      *          extract stamp and the key the extract starts after)
      *          and one trailer (record count, signed hash total of
      *          the values and the last key delivered).
      *          The high-water mark is kept in whsemark.txt, one line
      *          appended per completed extract; the last line is the
      *          mark. Master keys lead with the matrix id, so "since"
      *          is judged on the run stamp first: the mark is the
      *          highest run date/time (then matrix id, scenario and
      *          variable) delivered, and only runs booked before the
      *          extract started are taken. A run is only whole once
      *          its journal record is written, after the last of its
      *          records is booked, so a run with no journal record
      *          ending before the extract started is held, with every
      *          key after it, and the mark stays below it: a run still
      *          being booked goes out whole with a later extract. (A
      *          run whose journal record is lost holds the extract
      *          until that record is put back in journal.txt.)
      *          The mark line is only appended once the extract file
      *          has been closed complete. An extract that fails short
      *          of that leaves the mark where it was; running it
      *          again rewrites whsextract.txt from the same mark, so
      *          nothing is lost and nothing is delivered twice.
      *          The journal record of each run is found the way the
      *          master check finds it: same matrix id, run stamp
      *          inside the solve's start/end window, looked for in
      *          the journal generations (JOURNALyyyymmdd.TXT) from
      *          the first run date extracted on and then journal.txt.
      *          The whole master goes out, so GAUSS_USER must hold
      *          the *ALL entitlement in entitle.txt (checked by
      *          GAUSENTL); a refused extract writes nothing, leaves
      *          the mark where it was and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSWHSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT OPTIONAL MARK-FILE ASSIGN TO 'whsemark.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MARK-STATUS.

           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO 'whsextract.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-STATUS.

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

      *    One line per completed extract: the last key delivered
      *    (the mark the next extract starts after), when the extract
      *    was taken and what its trailer said.
           FD MARK-FILE.
           01 MARK-RECORD.
              05 MRK-KEY.
                 10 MRK-RUN-DATE           PIC 9(8).
                 10 MRK-RUN-TIME           PIC 9(8).
                 10 MRK-MATRIX-ID          PIC X(10).
                 10 MRK-SCENARIO           PIC X(10).
                 10 MRK-VARIABLE           PIC 9(3).
              05 FILLER                    PIC X.
              05 MRK-EXTRACT-DATE          PIC 9(8).
              05 FILLER                    PIC X.
              05 MRK-EXTRACT-TIME          PIC 9(8).
              05 FILLER                    PIC X.
              05 MRK-COUNT                 PIC 9(9).
              05 FILLER                    PIC X.
              05 MRK-HASH                  PIC +9(13).9(4).

           FD EXTRACT-FILE.
           01 EXTRACT-RECORD               PIC X(112).
           01 WHX-HEADER-RECORD.
              05 WHX-H-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 WHX-H-SOURCE-JOB          PIC X(9).
              05 FILLER                    PIC X.
              05 WHX-H-EXTRACT-DATE        PIC 9(8).
              05 FILLER                    PIC X.
              05 WHX-H-EXTRACT-TIME        PIC 9(8).
              05 FILLER                    PIC X.
              05 WHX-H-FROM-KEY            PIC X(39).
           01 WHX-DETAIL-RECORD.
              05 WHX-D-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 WHX-D-MATRIX-ID           PIC X(10).
              05 FILLER                    PIC X.
              05 WHX-D-RUN-DATE            PIC 9(8).
              05 FILLER                    PIC X.
              05 WHX-D-RUN-TIME            PIC 9(8).
              05 FILLER                    PIC X.
              05 WHX-D-SCENARIO            PIC X(10).
              05 FILLER                    PIC X.
              05 WHX-D-VARIABLE            PIC 9(3).
              05 FILLER                    PIC X.
              05 WHX-D-LABEL               PIC X(10).
              05 FILLER                    PIC X.
              05 WHX-D-VALUE               PIC +999.9999.
              05 FILLER                    PIC X.
              05 WHX-D-UNIT-SCALE          PIC +99.
              05 FILLER                    PIC X.
              05 WHX-D-UNIT-TEXT           PIC X(8).
              05 FILLER                    PIC X.
              05 WHX-D-SUBMITTER           PIC X(8).
              05 FILLER                    PIC X.
              05 WHX-D-DISPOSITION         PIC X(13).
              05 FILLER                    PIC X.
              05 WHX-D-RESIDUAL            PIC X(9).
           01 WHX-TRAILER-RECORD.
              05 WHX-T-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 WHX-T-COUNT               PIC 9(9).
              05 FILLER                    PIC X.
              05 WHX-T-HASH                PIC +9(13).9(4).
              05 FILLER                    PIC X.
              05 WHX-T-TO-KEY              PIC X(39).

       WORKING-STORAGE SECTION.
           77 WHSE-MAX-JOURNAL          PIC 9(5) VALUE 20000.
      *    Set by any write to the extract that did not go through;
      *    the mark only moves when it never was.
           77 EXTRACT-FAIL-SWITCH       PIC X VALUE 'N'.
              88 EXTRACT-FAILED         VALUE 'Y'.
      *    Set when the mark line could not be appended, with the
      *    status of the step that failed.
           77 MARK-FAIL-SWITCH          PIC X VALUE 'N'.
              88 MARK-FAILED            VALUE 'Y'.
           77 MARK-FAIL-STATUS          PIC XX.

           01 RES-STATUS                PIC XX.
           01 JOURNAL-STATUS            PIC XX.
           01 MARK-STATUS               PIC XX.
           01 EXTRACT-STATUS            PIC XX.
           01 JOURNAL-FILE-NAME         PIC X(24).
           01 SOURCE-JOB                PIC X(9).
           01 SCAN-EOF                  PIC X.
           01 MARK-EOF                  PIC X.

      *    When this extract was taken; runs stamped at or after it
      *    are left for the next one.
           01 EXTRACT-STAMP.
              05 EXTRACT-DATE           PIC 9(8).
              05 EXTRACT-TIME           PIC 9(8).
           01 EXTRACT-STAMP-NUMBER REDEFINES EXTRACT-STAMP
                                        PIC 9(16).

      *    The key the extract starts after (zeros and spaces before
      *    the first extract ever taken) and the last one it
      *    delivers, both in delivery order: run stamp first.
           01 MARK-KEY.
              05 MARK-RUN-DATE          PIC 9(8) VALUE ZERO.
              05 MARK-RUN-TIME          PIC 9(8) VALUE ZERO.
              05 MARK-MATRIX-ID         PIC X(10) VALUE SPACES.
              05 MARK-SCENARIO          PIC X(10) VALUE SPACES.
              05 MARK-VARIABLE          PIC 9(3) VALUE ZERO.
           01 NEW-MARK-KEY              PIC X(39).
      *    The lowest key of any run held back for want of its
      *    journal record; nothing from it on is delivered.
           01 HOLD-KEY                  PIC X(39).
           01 CANDIDATE-KEY.
              05 CAND-STAMP.
                 10 CAND-RUN-DATE       PIC 9(8).
                 10 CAND-RUN-TIME       PIC 9(8).
              05 CAND-MATRIX-ID         PIC X(10).
              05 CAND-SCENARIO          PIC X(10).
              05 CAND-VARIABLE          PIC 9(3).
           01 CANDIDATE-SWITCH          PIC X.
              88 CANDIDATE-NEW          VALUE 'Y'.

           01 FIRST-RUN-DATE            PIC 9(8).
           01 TODAY-DATE                PIC 9(8).
           01 PROBE-DATE                PIC 9(8).
           01 PROBE-PARTS REDEFINES PROBE-DATE.
              05 PROBE-YEAR             PIC 9(4).
              05 PROBE-MM               PIC 99.
              05 PROBE-DD               PIC 99.

      *    Every journaled solve from the first run date extracted
      *    on, with the disposition and residual the extract carries.
           01 JOURNAL-TABLE.
              05 JTB-ENTRY OCCURS 20000.
                 10 JTB-MATRIX-ID       PIC X(10).
                 10 JTB-START           PIC 9(16).
                 10 JTB-END             PIC 9(16).
                 10 JTB-DISPOSITION     PIC X(13).
                 10 JTB-RESIDUAL        PIC X(9).
           01 JTB-COUNTER               PIC 9(5) COMP-3 VALUE ZERO.
           01 JTB-INDEX                 PIC 9(5) COMP-3.
           01 JTB-FOUND-AT              PIC 9(5) COMP-3.
           01 JTB-DROPPED               PIC 9(7) COMP-3 VALUE ZERO.

      *    The run whose journal record was looked up last; a run's
      *    records sit together on the master, so each run is looked
      *    up once.
           01 LOOKUP-MATRIX-ID          PIC X(10).
           01 LOOKUP-STAMP              PIC 9(16).
           01 LOOKUP-DISPOSITION        PIC X(13).
           01 LOOKUP-RESIDUAL           PIC X(9).

           01 EXTRACT-COUNTER           PIC 9(9) COMP-3 VALUE ZERO.
           01 HELD-RUN-COUNTER          PIC 9(9) COMP-3 VALUE ZERO.
           01 HELD-RECORD-COUNTER       PIC 9(9) COMP-3 VALUE ZERO.
           01 HASH-TOTAL                PIC S9(13)V9(4) COMP-3
                                        VALUE ZERO.
           01 PRINT-COUNT               PIC Z(8)9.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO SOURCE-JOB
           ACCEPT SOURCE-JOB FROM ENVIRONMENT "GAUSS_JOB_NAME"
           IF SOURCE-JOB = SPACES
              MOVE 'GAUSWHSE' TO SOURCE-JOB
           END-IF
           ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD
           ACCEPT EXTRACT-TIME FROM TIME
           MOVE EXTRACT-DATE TO TODAY-DATE

           PERFORM CHECK-ENTITLEMENT
           IF ENR-REFUSED
              GO TO MAIN-EXIT
           END-IF

           PERFORM READ-HIGH-WATER-MARK
           MOVE MARK-KEY TO NEW-MARK-KEY

           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
              DISPLAY 'RESULTS MASTER NOT AVAILABLE - STATUS '
                  RES-STATUS ' - NOTHING EXTRACTED'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

      *    First pass: the earliest run date past the mark, which is
      *    as far back as the journals need reading.
           MOVE 99999999 TO FIRST-RUN-DATE
           PERFORM START-MASTER-SCAN
           PERFORM NOTE-ONE-RUN-DATE UNTIL SCAN-EOF = 'E'
           MOVE HIGH-VALUES TO HOLD-KEY
           IF FIRST-RUN-DATE NOT = 99999999
              PERFORM LOAD-JOURNALS
      *       Then the runs not yet journaled, and the lowest key
      *       among them, before a single record goes out.
              MOVE SPACES TO LOOKUP-MATRIX-ID
              MOVE ZERO TO LOOKUP-STAMP
              PERFORM START-MASTER-SCAN
              PERFORM NOTE-ONE-HELD-RUN UNTIL SCAN-EOF = 'E'
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = '00'
              DISPLAY 'WAREHOUSE EXTRACT CANNOT BE OPENED - STATUS '
                  EXTRACT-STATUS ' - MARK NOT MOVED'
              CLOSE RESULTS-FILE
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           MOVE SPACES TO WHX-HEADER-RECORD
           MOVE 'H' TO WHX-H-TYPE
           MOVE SOURCE-JOB TO WHX-H-SOURCE-JOB
           MOVE EXTRACT-DATE TO WHX-H-EXTRACT-DATE
           MOVE EXTRACT-TIME TO WHX-H-EXTRACT-TIME
           MOVE MARK-KEY TO WHX-H-FROM-KEY
           WRITE WHX-HEADER-RECORD
           PERFORM CHECK-EXTRACT-WRITE

      *    Second pass: the records themselves.
           MOVE SPACES TO LOOKUP-MATRIX-ID
           MOVE ZERO TO LOOKUP-STAMP
           PERFORM START-MASTER-SCAN
           PERFORM EXTRACT-ONE-RECORD UNTIL SCAN-EOF = 'E'
           CLOSE RESULTS-FILE

           MOVE SPACES TO WHX-TRAILER-RECORD
           MOVE 'T' TO WHX-T-TYPE
           MOVE EXTRACT-COUNTER TO WHX-T-COUNT
           MOVE HASH-TOTAL TO WHX-T-HASH
           MOVE NEW-MARK-KEY TO WHX-T-TO-KEY
           WRITE WHX-TRAILER-RECORD
           PERFORM CHECK-EXTRACT-WRITE
           IF EXTRACT-FAILED
              DISPLAY 'WAREHOUSE EXTRACT NOT WRITTEN COMPLETE - '
                  'MARK NOT MOVED'
              CLOSE EXTRACT-FILE
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           CLOSE EXTRACT-FILE

      *    The extract is whole; only now does the mark move.
           PERFORM ADVANCE-HIGH-WATER-MARK
           IF MARK-FAILED
              DISPLAY 'WAREHOUSE EXTRACT WRITTEN BUT MARK NOT MOVED - '
                  'whsemark.txt STATUS ' MARK-FAIL-STATUS
              DISPLAY 'DO NOT LOAD whsextract.txt - RERUN THE EXTRACT '
                  'ONCE whsemark.txt CAN BE WRITTEN'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           MOVE EXTRACT-COUNTER TO PRINT-COUNT
           DISPLAY 'WAREHOUSE EXTRACT: ' PRINT-COUNT
               ' RECORD(S) DELIVERED'
           IF HELD-RUN-COUNTER > 0
              MOVE HELD-RUN-COUNTER TO PRINT-COUNT
              DISPLAY 'WARNING: ' PRINT-COUNT
                  ' RUN(S) WITH NO JOURNAL RECORD YET - HELD'
              MOVE HELD-RECORD-COUNTER TO PRINT-COUNT
              DISPLAY 'WARNING: ' PRINT-COUNT
                  ' RECORD(S) LEFT FOR THE NEXT EXTRACT'
           END-IF
           IF JTB-DROPPED > 0
              DISPLAY 'WARNING: JOURNAL TABLE FULL - '
                  JTB-DROPPED ' JOURNAL RECORD(S) NOT HELD'
           END-IF
           MOVE 0 TO RETURN-CODE.

       MAIN-EXIT.
           STOP RUN.

      * The whole master is every desk's models; a blank matrix id
      * asks GAUSENTL for the *ALL entitlement, and it logs the
      * check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSWHSE' TO ENR-PROGRAM
           MOVE SPACES TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO THE RESULTS MASTER REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

       CHECK-EXTRACT-WRITE.
           IF EXTRACT-STATUS NOT = '00'
              SET EXTRACT-FAILED TO TRUE
           END-IF
           .

      * The last line of whsemark.txt is the mark; no file, or one
      * with nothing usable on it, means no extract has completed
      * yet and everything on the master is new.
       READ-HIGH-WATER-MARK.
           OPEN INPUT MARK-FILE
           IF MARK-STATUS = '00'
              MOVE SPACE TO MARK-EOF
              PERFORM TAKE-ONE-MARK-RECORD UNTIL MARK-EOF = 'E'
              CLOSE MARK-FILE
           END-IF
           .

       TAKE-ONE-MARK-RECORD.
           READ MARK-FILE
               AT END MOVE 'E' TO MARK-EOF
           END-READ
           IF MARK-EOF NOT = 'E'
              AND MRK-RUN-DATE IS NUMERIC
              AND MRK-RUN-TIME IS NUMERIC
              AND MRK-VARIABLE IS NUMERIC
              MOVE MRK-KEY TO MARK-KEY
           END-IF
           .

      * Any open, write or close of whsemark.txt that does not go
      * through leaves the mark where it was, and says so.
       ADVANCE-HIGH-WATER-MARK.
           OPEN EXTEND MARK-FILE
           IF MARK-STATUS NOT = '00' AND MARK-STATUS NOT = '05'
              SET MARK-FAILED TO TRUE
              MOVE MARK-STATUS TO MARK-FAIL-STATUS
           ELSE
              MOVE SPACES TO MARK-RECORD
              MOVE NEW-MARK-KEY TO MRK-KEY
              MOVE EXTRACT-DATE TO MRK-EXTRACT-DATE
              MOVE EXTRACT-TIME TO MRK-EXTRACT-TIME
              MOVE EXTRACT-COUNTER TO MRK-COUNT
              MOVE HASH-TOTAL TO MRK-HASH
              WRITE MARK-RECORD
              IF MARK-STATUS NOT = '00'
                 SET MARK-FAILED TO TRUE
                 MOVE MARK-STATUS TO MARK-FAIL-STATUS
                 CLOSE MARK-FILE
              ELSE
                 CLOSE MARK-FILE
                 IF MARK-STATUS NOT = '00'
                    SET MARK-FAILED TO TRUE
                    MOVE MARK-STATUS TO MARK-FAIL-STATUS
                 END-IF
              END-IF
           END-IF
           .

       START-MASTER-SCAN.
           MOVE SPACE TO SCAN-EOF
           MOVE LOW-VALUES TO RES-MATRIX-ID
           MOVE ZERO TO RES-RUN-DATE
           MOVE ZERO TO RES-RUN-TIME
           MOVE LOW-VALUES TO RES-SCENARIO
           MOVE ZERO TO RES-VARIABLE
           START RESULTS-FILE KEY NOT < RES-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           .

      * A record is new when its key, run stamp first, lies past the
      * mark and its run was booked before this extract started.
       READ-NEXT-CANDIDATE.
           MOVE SPACE TO CANDIDATE-SWITCH
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              MOVE RES-RUN-DATE TO CAND-RUN-DATE
              MOVE RES-RUN-TIME TO CAND-RUN-TIME
              MOVE RES-MATRIX-ID TO CAND-MATRIX-ID
              MOVE RES-SCENARIO TO CAND-SCENARIO
              MOVE RES-VARIABLE TO CAND-VARIABLE
              IF CANDIDATE-KEY > MARK-KEY
                 AND CAND-STAMP < EXTRACT-STAMP
                 SET CANDIDATE-NEW TO TRUE
              END-IF
           END-IF
           .

       NOTE-ONE-RUN-DATE.
           PERFORM READ-NEXT-CANDIDATE
           IF CANDIDATE-NEW
              AND CAND-RUN-DATE < FIRST-RUN-DATE
              MOVE CAND-RUN-DATE TO FIRST-RUN-DATE
           END-IF
           .

      * A new run with no finished journal record is held; the
      * lowest key among the held runs is where delivery stops.
       NOTE-ONE-HELD-RUN.
           PERFORM READ-NEXT-CANDIDATE
           IF CANDIDATE-NEW
              IF RES-MATRIX-ID NOT = LOOKUP-MATRIX-ID
                 OR CAND-STAMP NOT = LOOKUP-STAMP
                 PERFORM LOOK-UP-RUN-JOURNAL
                 IF JTB-FOUND-AT = 0
                    ADD 1 TO HELD-RUN-COUNTER
                 END-IF
              END-IF
              IF JTB-FOUND-AT = 0
                 AND CANDIDATE-KEY < HOLD-KEY
                 MOVE CANDIDATE-KEY TO HOLD-KEY
              END-IF
           END-IF
           .

       EXTRACT-ONE-RECORD.
           PERFORM READ-NEXT-CANDIDATE
           IF CANDIDATE-NEW
              AND CANDIDATE-KEY NOT < HOLD-KEY
              ADD 1 TO HELD-RECORD-COUNTER
           END-IF
           IF CANDIDATE-NEW
              AND CANDIDATE-KEY < HOLD-KEY
              IF RES-MATRIX-ID NOT = LOOKUP-MATRIX-ID
                 OR CAND-STAMP NOT = LOOKUP-STAMP
                 PERFORM LOOK-UP-RUN-JOURNAL
              END-IF
              MOVE SPACES TO WHX-DETAIL-RECORD
              MOVE 'D' TO WHX-D-TYPE
              MOVE RES-MATRIX-ID TO WHX-D-MATRIX-ID
              MOVE RES-RUN-DATE TO WHX-D-RUN-DATE
              MOVE RES-RUN-TIME TO WHX-D-RUN-TIME
              MOVE RES-SCENARIO TO WHX-D-SCENARIO
              MOVE RES-VARIABLE TO WHX-D-VARIABLE
              MOVE RES-LABEL TO WHX-D-LABEL
              MOVE RES-VALUE TO WHX-D-VALUE
              MOVE RES-UNIT-SCALE TO WHX-D-UNIT-SCALE
              MOVE RES-UNIT-TEXT TO WHX-D-UNIT-TEXT
              MOVE RES-SUBMITTER TO WHX-D-SUBMITTER
              MOVE LOOKUP-DISPOSITION TO WHX-D-DISPOSITION
              MOVE LOOKUP-RESIDUAL TO WHX-D-RESIDUAL
              WRITE WHX-DETAIL-RECORD
              PERFORM CHECK-EXTRACT-WRITE
              ADD 1 TO EXTRACT-COUNTER
              ADD RES-VALUE TO HASH-TOTAL
              IF CANDIDATE-KEY > NEW-MARK-KEY
                 MOVE CANDIDATE-KEY TO NEW-MARK-KEY
              END-IF
           END-IF
           .

      * Same matrix id, run stamp inside the solve's start/end
      * window, and a solve that ended before this extract started;
      * JTB-FOUND-AT stays zero for a run with no such record.
       LOOK-UP-RUN-JOURNAL.
           MOVE RES-MATRIX-ID TO LOOKUP-MATRIX-ID
           MOVE CAND-STAMP TO LOOKUP-STAMP
           MOVE SPACES TO LOOKUP-DISPOSITION
           MOVE SPACES TO LOOKUP-RESIDUAL
           MOVE 0 TO JTB-FOUND-AT
           PERFORM VARYING JTB-INDEX FROM 1 BY 1
                   UNTIL JTB-INDEX > JTB-COUNTER OR JTB-FOUND-AT > 0
               IF JTB-MATRIX-ID(JTB-INDEX) = LOOKUP-MATRIX-ID
                  AND LOOKUP-STAMP NOT < JTB-START(JTB-INDEX)
                  AND LOOKUP-STAMP NOT > JTB-END(JTB-INDEX)
                  AND JTB-END(JTB-INDEX) < EXTRACT-STAMP-NUMBER
                  MOVE JTB-INDEX TO JTB-FOUND-AT
               END-IF
           END-PERFORM
           IF JTB-FOUND-AT > 0
              MOVE JTB-DISPOSITION(JTB-FOUND-AT) TO LOOKUP-DISPOSITION
              MOVE JTB-RESIDUAL(JTB-FOUND-AT) TO LOOKUP-RESIDUAL
           END-IF
           .

      * The journal generations oldest first, then the live journal.
       LOAD-JOURNALS.
           MOVE FIRST-RUN-DATE TO PROBE-DATE
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
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-JOURNAL-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE JOURNAL-FILE
           END-IF
           .

      * Only solves that ended on or after the first run date
      * extracted can have booked anything this extract carries.
       TAKE-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JRN-START-STAMP IS NUMERIC
              AND JRN-END-STAMP IS NUMERIC
              AND JRN-END-DATE NOT < FIRST-RUN-DATE
              IF JTB-COUNTER < WHSE-MAX-JOURNAL
                 ADD 1 TO JTB-COUNTER
                 MOVE JRN-MATRIX-ID TO JTB-MATRIX-ID(JTB-COUNTER)
                 MOVE JRN-START-STAMP TO JTB-START(JTB-COUNTER)
                 MOVE JRN-END-STAMP TO JTB-END(JTB-COUNTER)
                 MOVE JRN-DISPOSITION TO JTB-DISPOSITION(JTB-COUNTER)
                 MOVE JRN-RESIDUAL TO JTB-RESIDUAL(JTB-COUNTER)
              ELSE
                 ADD 1 TO JTB-DROPPED
              END-IF
           END-IF
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
