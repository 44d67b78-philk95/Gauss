      *          answered from one page instead of a four-file diff.
      *          An INVERTED matrix writes neither master records nor
      *          interface details, and is reconciled as such.
      *          Every booking the output step refused because the
      *          run date fell in a closed period (refused.txt) is
      *          listed in its own section: the run is journaled and
      *          disposed PERIOD-CLOSED, so nothing is expected of it
      *          on the master or the interface.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL INTERFACE-FILE ASSIGN TO 'interface.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUSED-FILE ASSIGN TO 'refused.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECON-FILE ASSIGN TO 'recon.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

              COPY "GAUSDSP.CPY".

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD INTERFACE-FILE.
           01 INTERFACE-RECORD             PIC X(82).
           01 IFC-DETAIL-RECORD.
              05 IFC-D-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 IFC-D-SEQUENCE            PIC 9(5).
              05 FILLER                    PIC X(75).
           01 IFC-TRAILER-RECORD.
              05 IFC-T-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 IFC-T-COUNT               PIC 9(7).
              05 FILLER                    PIC X(73).

      *    Layout as written by the output step's
      *    WRITE-REFUSED-BOOKING.
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

           FD RECON-FILE.
           01 RECON-RECORD                 PIC X(80).
           01 RECON-DATE-TEXT              PIC 9(8).
           01 SCAN-EOF                     PIC X.
           01 DISCREPANCY-COUNTER          PIC 9(5) VALUE ZERO.
           01 REFUSED-COUNTER              PIC 9(5) VALUE ZERO.

      *    One entry per journaled solved matrix of the day; the
      *    other three accounts are ticked off against these.
                 10 JE-MATRIX-ID           PIC X(10).
                 10 JE-DISPOSITION         PIC X(13).
                 10 JE-EXPECTED            PIC 999 COMP-3.
      *          The master files every scenario column of a run, the
      *          interface only the primary one, so the two accounts
      *          expect different counts for a scenario run.
                 10 JE-MASTER-EXPECTED     PIC 9(5) COMP-3.
                 10 JE-DISPO-FOUND         PIC X.
                 10 JE-IFC-COUNT           PIC 9(5) COMP-3.
           01 ENTRY-COUNTER                PIC 999 COMP-3 VALUE ZERO.
           END-IF

           PERFORM LOAD-JOURNAL-ENTRIES
           PERFORM COUNT-REFUSED-BOOKINGS
           IF ENTRY-COUNTER = 0 AND REFUSED-COUNTER = 0
              DISPLAY 'NO SOLVED JOURNAL RECORDS FOR '
                  RECON-DATE-TEXT ' - NOTHING TO RECONCILE'
              MOVE 1 TO RETURN-CODE
              PERFORM REPORT-ENTRY-DISCREPANCIES
              PERFORM REPORT-MASTER-DISCREPANCIES
              PERFORM REPORT-INTERFACE-TOTALS
              IF REFUSED-COUNTER > 0
                 PERFORM REPORT-REFUSED-BOOKINGS
              END-IF

              MOVE SPACES TO RECON-RECORD
              IF DISCREPANCY-COUNTER = 0
      * unknown count) and a least-squares fit (rows are equations,
      * the unknowns are columns minus one) -- the smaller of the
      * two figures is the unknown count in every solved case but
      * minimum-norm, where columns minus one is. The master expects
      * that count once per scenario column of a scenario run (a
      * sensitivity run's extra columns are not filed there).
       LOAD-JOURNAL-ENTRIES.
           OPEN INPUT JOURNAL-FILE
           MOVE SPACE TO SCAN-EOF
                  WHEN 'MINIMUM-NORM '
                  WHEN 'LEAST-SQUARES'
                  WHEN 'SENSITIVITY  '
                  WHEN 'TARGET-SEEK  '
                  WHEN 'UNREACHABLE  '
                      IF ENTRY-COUNTER < RECON-MAX-ENTRIES
                         ADD 1 TO ENTRY-COUNTER
                         MOVE JRN-SEQUENCE
                   COMPUTE JE-EXPECTED(ENTRY-COUNTER) =
                       JRN-COLUMNS - 1
           END-EVALUATE
           IF JRN-DISPOSITION = 'SOLVED       '
              AND JRN-ROWS < JRN-COLUMNS - 1
              COMPUTE JE-MASTER-EXPECTED(ENTRY-COUNTER) =
                  JRN-ROWS * (JRN-COLUMNS - JRN-ROWS)
           ELSE
              MOVE JE-EXPECTED(ENTRY-COUNTER)
                  TO JE-MASTER-EXPECTED(ENTRY-COUNTER)
           END-IF
           .

       ADD-EXPECTED-TO-ID-TABLE.
               IF ID-MATRIX-ID(ID-INDEX) =
                  JE-MATRIX-ID(ENTRY-COUNTER)
                  MOVE 'Y' TO ID-FOUND
                  ADD JE-MASTER-EXPECTED(ENTRY-COUNTER)
                      TO ID-EXPECTED(ID-INDEX)
               END-IF
           END-PERFORM
              ADD 1 TO ID-COUNTER
              MOVE JE-MATRIX-ID(ENTRY-COUNTER)
                  TO ID-MATRIX-ID(ID-COUNTER)
              MOVE JE-MASTER-EXPECTED(ENTRY-COUNTER)
                  TO ID-EXPECTED(ID-COUNTER)
              MOVE 0 TO ID-MASTER-COUNT(ID-COUNTER)
           END-IF
              MOVE LOW-VALUES TO RES-MATRIX-ID
              MOVE ZERO TO RES-RUN-DATE
              MOVE ZERO TO RES-RUN-TIME
              MOVE LOW-VALUES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
      *       A restatement's replacement details ('C') stand in for
      *       the run's ordinary ones; its reversals ('R') back out an
      *       earlier run, so they foot the trailer but belong to no
      *       matrix solved today.
              EVALUATE IFC-D-TYPE
                  WHEN 'R'
                      ADD 1 TO IFC-DETAIL-TOTAL
                  WHEN 'D'
                  WHEN 'C'
                      ADD 1 TO IFC-DETAIL-TOTAL
                      IF IFC-D-SEQUENCE IS NUMERIC
                         PERFORM VARYING ENTRY-INDEX FROM 1 BY 1
              END-IF
           END-IF
           .

      * Refusals are not discrepancies -- the period close did what
      * it is for -- but the day's page has to show every one of
      * them, so a desk asking where its numbers went is answered
      * here.
       COUNT-REFUSED-BOOKINGS.
           OPEN INPUT REFUSED-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM COUNT-ONE-REFUSED-BOOKING UNTIL SCAN-EOF = 'E'
           CLOSE REFUSED-FILE
           .

       COUNT-ONE-REFUSED-BOOKING.
           READ REFUSED-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND REF-RUN-DATE IS NUMERIC
              AND REF-RUN-DATE = RECON-DATE-TEXT
              ADD 1 TO REFUSED-COUNTER
           END-IF
           .

       REPORT-REFUSED-BOOKINGS.
           MOVE SPACES TO RECON-RECORD
           MOVE 'BOOKINGS REFUSED - RUN DATE IN A CLOSED PERIOD'
               TO RECON-RECORD
           WRITE RECON-RECORD
           OPEN INPUT REFUSED-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM LIST-ONE-REFUSED-BOOKING UNTIL SCAN-EOF = 'E'
           CLOSE REFUSED-FILE
           MOVE SPACES TO RECON-RECORD
           STRING REFUSED-COUNTER ' BOOKING(S) REFUSED'
               DELIMITED BY SIZE INTO RECON-RECORD
           WRITE RECON-RECORD
           .

       LIST-ONE-REFUSED-BOOKING.
           READ REFUSED-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND REF-RUN-DATE IS NUMERIC
              AND REF-RUN-DATE = RECON-DATE-TEXT
              MOVE SPACES TO RECON-RECORD
              STRING 'SEQ ' REF-SEQUENCE ' ' REF-MATRIX-ID
                  ' RUN ' REF-RUN-TIME ' PERIOD ' REF-PERIOD
                  ' CLOSED - ' REF-RECORD-COUNT ' NOT BOOKED'
                  DELIMITED BY SIZE INTO RECON-RECORD
              WRITE RECON-RECORD
           END-IF
           .
