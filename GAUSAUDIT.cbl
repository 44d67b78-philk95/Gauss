      *          defaulting to today; GAUSS_AUDIT_TIME (hhmmsscc)
      *          narrows to one run when the same sequence ran more
      *          than once that day.
      *          The document is the model's coefficients in full, so
      *          it is only formatted for a user entitled to every run
      *          it would show (GAUSENTL): each run is matched to its
      *          journal record -- same sequence, trace stamp inside
      *          the solve's start/end window, looked for in the
      *          journal generations from the trace day on and then
      *          journal.txt -- for the matrix id. A run with no
      *          journal record on hand needs the *ALL entitlement.
      *          A refusal writes nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TRACE-FILE.
           FD AUDIT-FILE.
           01 AUDIT-RECORD             PIC X(2400).

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

       WORKING-STORAGE SECTION.
           01 TRACE-STATUS             PIC XX.
           01 TRACE-FILE-NAME          PIC X(20).

      *    Lines per page of the audit document, headers included.
           77 PAGE-DEPTH               PIC 99 VALUE 55.
           77 AUDIT-MAX-RUNS           PIC 99 VALUE 99.

      *    Entitlement: every run the document would show, by trace
      *    stamp, and the matrix id its journal record names (blank
      *    until found). More runs than the table holds are judged
      *    as runs with no journal record.
           01 JOURNAL-STATUS           PIC XX.
           01 JOURNAL-FILE-NAME        PIC X(24).
           01 JOURNAL-EOF              PIC X.
           01 TODAY-DATE               PIC 9(8).
           01 PROBE-DATE               PIC 9(8).
           01 PROBE-PARTS REDEFINES PROBE-DATE.
              05 PROBE-YEAR            PIC 9(4).
              05 PROBE-MM              PIC 99.
              05 PROBE-DD              PIC 99.
           01 AUDIT-RUN-TABLE.
              05 AUDIT-RUN OCCURS 99.
                 10 RUN-STAMP.
                    15 RUN-STAMP-DATE  PIC 9(8).
                    15 RUN-STAMP-TIME  PIC X(8).
                 10 RUN-MATRIX-ID      PIC X(10).
           01 RUN-COUNTER              PIC 999 COMP-3 VALUE ZERO.
           01 RUN-INDEX                PIC 999 COMP-3.
           01 RUN-FOUND-AT             PIC 999 COMP-3.
           01 RUN-OPEN-COUNTER         PIC 999 COMP-3.
           01 RUN-OVERFLOW             PIC X VALUE 'N'.
           01 CHECKED-MATRIX-ID        PIC X(10).
           01 CHECKED-ANY              PIC X VALUE 'N'.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              DISPLAY 'GAUSS_AUDIT_SEQ NOT SET - NOTHING TO FORMAT'
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM CHECK-ENTITLEMENT
              IF ENR-REFUSED
                 MOVE 1 TO RETURN-CODE
              ELSE
                 PERFORM FORMAT-AUDIT-DOCUMENT
              END-IF
           END-IF
           STOP RUN.

      * Every run of the sequence in the trace is matched to its
      * journal record, then each matrix id in turn (or, for a run
      * with no journal record, the blank id only *ALL may see) goes
      * to GAUSENTL, once per change of id; GAUSENTL logs each check,
      * and a refusal, itself. The first refusal refuses the whole
      * document. No trace on hand, or no record of the sequence in
      * it, shows nothing, and the formatter says so.
       CHECK-ENTITLEMENT.
           MOVE SPACE TO ENR-RESULT
           PERFORM COLLECT-AUDIT-RUNS
           IF RUN-COUNTER > 0
              PERFORM RESOLVE-AUDIT-RUNS
              PERFORM VARYING RUN-INDEX FROM 1 BY 1
                      UNTIL RUN-INDEX > RUN-COUNTER OR ENR-REFUSED
                  IF CHECKED-ANY NOT = 'Y'
                     OR RUN-MATRIX-ID(RUN-INDEX) NOT = CHECKED-MATRIX-ID
                     MOVE RUN-MATRIX-ID(RUN-INDEX) TO CHECKED-MATRIX-ID
                     MOVE 'Y' TO CHECKED-ANY
                     PERFORM CHECK-ONE-MATRIX-ID
                  END-IF
              END-PERFORM
              IF RUN-OVERFLOW = 'Y' AND NOT ENR-REFUSED
                 MOVE SPACES TO CHECKED-MATRIX-ID
                 PERFORM CHECK-ONE-MATRIX-ID
              END-IF
           END-IF
           .

       CHECK-ONE-MATRIX-ID.
           MOVE 'GAUSAUDIT' TO ENR-PROGRAM
           MOVE CHECKED-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              IF CHECKED-MATRIX-ID = SPACES
                 AND ENR-REASON = 'WHOLE MASTER NEEDS *ALL'
                 DISPLAY 'AUDIT OF MATRIX ' AUDIT-SEQ-TEXT ' ON '
                     TRACE-DATE-TEXT ' REFUSED - RUN NOT FOUND IN '
                     'THE JOURNAL, NEEDS *ALL'
              ELSE
                 DISPLAY 'AUDIT OF MATRIX ' AUDIT-SEQ-TEXT ' ON '
                     TRACE-DATE-TEXT ' REFUSED - ' CHECKED-MATRIX-ID
                     ' ' ENR-REASON
              END-IF
           END-IF
           .

      * The distinct trace stamps of the records the formatter will
      * select, in the order they first appear.
       COLLECT-AUDIT-RUNS.
           MOVE SPACES TO TRACE-FILE-NAME
           STRING 'TRACE' TRACE-DATE-TEXT '.TXT' DELIMITED BY SIZE
               INTO TRACE-FILE-NAME
           OPEN INPUT TRACE-FILE
           IF TRACE-STATUS = '00'
              MOVE SPACE TO TRACE-EOF
              PERFORM COLLECT-ONE-RUN UNTIL TRACE-EOF = 'E'
              CLOSE TRACE-FILE
           END-IF
           .

       COLLECT-ONE-RUN.
           READ TRACE-FILE
               AT END MOVE 'E' TO TRACE-EOF
           END-READ
           IF TRACE-EOF NOT = 'E'
              AND TRC-SEQ = AUDIT-SEQ-TEXT
              AND (AUDIT-TIME-TEXT = SPACES
                   OR TRC-TIME = AUDIT-TIME-TEXT)
              MOVE 0 TO RUN-FOUND-AT
              PERFORM VARYING RUN-INDEX FROM 1 BY 1
                      UNTIL RUN-INDEX > RUN-COUNTER
                         OR RUN-FOUND-AT > 0
                  IF RUN-STAMP-TIME(RUN-INDEX) = TRC-TIME
                     MOVE RUN-INDEX TO RUN-FOUND-AT
                  END-IF
              END-PERFORM
              IF RUN-FOUND-AT = 0
                 IF RUN-COUNTER < AUDIT-MAX-RUNS
                    ADD 1 TO RUN-COUNTER
                    MOVE TRACE-DATE-TEXT TO RUN-STAMP-DATE(RUN-COUNTER)
                    MOVE TRC-TIME TO RUN-STAMP-TIME(RUN-COUNTER)
                    MOVE SPACES TO RUN-MATRIX-ID(RUN-COUNTER)
                 ELSE
                    MOVE 'Y' TO RUN-OVERFLOW
                 END-IF
              END-IF
           END-IF
           .

      * A run is journaled on its own day; the generation it was
      * archived into is dated that day or later, and the live
      * journal is read last. The search stops once every run has
      * its matrix id.
       RESOLVE-AUDIT-RUNS.
           MOVE RUN-COUNTER TO RUN-OPEN-COUNTER
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TRACE-DATE-TEXT TO PROBE-DATE
           PERFORM UNTIL PROBE-DATE > TODAY-DATE
                      OR RUN-OPEN-COUNTER = 0
               MOVE SPACES TO JOURNAL-FILE-NAME
               STRING 'JOURNAL' PROBE-DATE '.TXT' DELIMITED BY SIZE
                   INTO JOURNAL-FILE-NAME
               PERFORM SEARCH-ONE-JOURNAL-SOURCE
               PERFORM NEXT-PROBE-DATE
           END-PERFORM
           IF RUN-OPEN-COUNTER > 0
              MOVE 'journal.txt' TO JOURNAL-FILE-NAME
              PERFORM SEARCH-ONE-JOURNAL-SOURCE
           END-IF
           .

       SEARCH-ONE-JOURNAL-SOURCE.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = '00'
              MOVE SPACE TO JOURNAL-EOF
              PERFORM TAKE-ONE-JOURNAL-RECORD
                  UNTIL JOURNAL-EOF = 'E' OR RUN-OPEN-COUNTER = 0
              CLOSE JOURNAL-FILE
           END-IF
           .

      * Same sequence, and the trace stamp inside the solve's start/
      * end window: the algo step stamps its trace after the load
      * step stamps the start, and before it stamps the end.
       TAKE-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO JOURNAL-EOF
           END-READ
           IF JOURNAL-EOF NOT = 'E'
              AND JRN-SEQUENCE IS NUMERIC
              AND JRN-SEQUENCE = AUDIT-SEQ-TEXT
              AND JRN-START-STAMP IS NUMERIC
              AND JRN-END-STAMP IS NUMERIC
              PERFORM VARYING RUN-INDEX FROM 1 BY 1
                      UNTIL RUN-INDEX > RUN-COUNTER
                  IF RUN-MATRIX-ID(RUN-INDEX) = SPACES
                     AND RUN-STAMP(RUN-INDEX) NOT < JRN-START-STAMP
                     AND RUN-STAMP(RUN-INDEX) NOT > JRN-END-STAMP
                     AND JRN-MATRIX-ID NOT = SPACES
                     MOVE JRN-MATRIX-ID TO RUN-MATRIX-ID(RUN-INDEX)
                     SUBTRACT 1 FROM RUN-OPEN-COUNTER
                  END-IF
              END-PERFORM
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

       FORMAT-AUDIT-DOCUMENT.
           MOVE SPACES TO TRACE-FILE-NAME
           STRING 'TRACE' TRACE-DATE-TEXT '.TXT' DELIMITED BY SIZE
