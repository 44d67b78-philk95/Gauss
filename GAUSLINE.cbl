      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lineage inquiry for one booked run. When a figure is
      *          challenged the answer is spread over a dozen files;
      *          this walks the whole chain for one matrix id and run
      *          stamp and puts it on one report, lineage.txt:
      *              the journal record of the run,
      *              the source feed and its control totals,
      *              the template version and the overlays applied,
      *              submitter, approver and the release record,
      *              the configuration snapshot and the input deck
      *              stored on model.dat,
      *              the solve disposition and residual,
      *              the values booked on results.dat,
      *              the interface transmission (sendlog.txt, the
      *              IFCQ resend image) and its acknowledgement.
      *          Every link that cannot be found is marked BREAK and
      *          counted; return code 1 when the chain has a break
      *          or no journaled run answers the stamp.
      *          GAUSS_LINE_ID names the matrix, GAUSS_LINE_DATE
      *          (yyyymmdd) the run date; GAUSS_LINE_TIME (hhmmsscc)
      *          may be any moment inside the run -- the booked
      *          results stamp does -- and without it the first run
      *          of the matrix that day is taken. Journal generations
      *          (JOURNALyyyymmdd.TXT) from the run date on are read
      *          before the live journal.txt.
      *          What lives in one copy only is reported as far as it
      *          still goes: dispo.txt holds the latest load step
      *          alone, approved.txt the latest release, and an
      *          acknowledged transmission leaves sendlog.txt; the
      *          journal stands for the first two, ack.txt for the
      *          last while it still holds the echo.
      *          GAUSS_USER must be entitled to the model's desk in
      *          entitle.txt (checked by GAUSENTL); a refused trace
      *          writes nothing and ends with return code 1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSLINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT CONFIG-FILE ASSIGN TO 'config.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-STATUS.

           SELECT FEED-FILE ASSIGN TO FEED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO 'templates.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPL-STATUS.

           SELECT OVERLAY-LOG-FILE ASSIGN TO 'overlaylog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERLAY-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'approved.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-STATUS.

           SELECT MODEL-FILE ASSIGN TO 'model.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MDL-KEY
           FILE STATUS IS MDL-STATUS.

           SELECT DISPO-FILE ASSIGN TO 'dispo.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPO-STATUS.

           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT SEND-LOG-FILE ASSIGN TO 'sendlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEND-STATUS.

           SELECT ACK-FILE ASSIGN TO 'ack.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-STATUS.

           SELECT QUEUE-FILE ASSIGN TO QUEUE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO 'lineage.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Journal and snapshot lines are read into working storage:
      *    the run's record is needed long after its file is closed.
           FD JOURNAL-FILE.
           01 JOURNAL-LINE                 PIC X(160).

           FD CONFIG-FILE.
           01 CONFIG-LINE                  PIC X(160).

           FD FEED-FILE.
           01 FEED-RECORD                  PIC X(50).
           01 FEED-HEADER-RECORD.
              05 FED-H-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 FED-H-SOURCE              PIC X(9).
              05 FILLER                    PIC X.
              05 FED-H-BUSINESS-DATE       PIC 9(8).
           01 FEED-TRAILER-RECORD.
              05 FED-T-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 FED-T-COUNT               PIC 9(7).
              05 FILLER                    PIC X.
              05 FED-T-HASH                PIC X(19).

           FD TEMPLATE-FILE.
           01 TPL-RECORD                   PIC X(2400).
           01 TPL-CONTROL-RECORD.
              05 TPL-KEYWORD               PIC X(9).
              05 FILLER                    PIC X.
              05 TPL-NAME                  PIC X(10).
              05 FILLER                    PIC X.
              05 TPL-VERSION               PIC X(3).
              05 FILLER                    PIC X.
              05 TPL-EFFECTIVE-DATE        PIC X(8).

      *    As GAUSTMPL writes it: build date, template, row label,
      *    column, old and new value, reason.
           FD OVERLAY-LOG-FILE.
           01 OVERLAY-LOG-RECORD.
              05 OVL-LOG-DATE              PIC X(8).
              05 FILLER                    PIC X.
              05 OVL-LOG-TEMPLATE          PIC X(10).
              05 FILLER                    PIC X.
              05 OVL-LOG-DETAIL            PIC X(80).

           FD APPROVAL-FILE.
           01 APPROVAL-RECORD.
              05 APR-APPROVER              PIC X(8).
              05 FILLER                    PIC X.
              05 APR-DATE                  PIC 9(8).
              05 FILLER                    PIC X.
              05 APR-TIME                  PIC 9(8).
              05 FILLER                    PIC X.
              05 APR-MATRIX-ID             PIC X(10).
              05 FILLER                    PIC X.
              05 APR-SUBMITTER             PIC X(8).

           FD MODEL-FILE.
           01 MODEL-RECORD.
              05 MDL-KEY.
                 10 MDL-MATRIX-ID         PIC X(10).
                 10 MDL-RUN-DATE          PIC 9(8).
                 10 MDL-RUN-TIME          PIC 9(8).
                 10 MDL-LINE-NO           PIC 9(5).
              05 MDL-LINE                 PIC X(2400).

           FD DISPO-FILE.
              COPY "GAUSDSP.CPY".

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

           FD SEND-LOG-FILE.
           01 SEND-LOG-RECORD.
              05 SND-RUN-DATE              PIC 9(8).
              05 FILLER                    PIC X.
              05 SND-RUN-TIME              PIC 9(8).
              05 FILLER                    PIC X.
              05 SND-COUNT                 PIC 9(7).
              05 FILLER                    PIC X.
              05 SND-HASH                  PIC X(19).
              05 FILLER                    PIC X.
              05 SND-STATUS                PIC X.

           FD ACK-FILE.
           01 ACK-RECORD.
              05 ACK-RUN-DATE              PIC 9(8).
              05 FILLER                    PIC X.
              05 ACK-RUN-TIME              PIC 9(8).
              05 FILLER                    PIC X.
              05 ACK-COUNT                 PIC 9(7).
              05 FILLER                    PIC X.
              05 ACK-HASH                  PIC X(19).

      *    The interface image as GAUSIFC queued it: header, one
      *    detail per booked variable (D, or C/R on a restatement)
      *    carrying the batch sequence, and the trailer.
           FD QUEUE-FILE.
           01 QUEUE-RECORD                 PIC X(82).
           01 QUEUE-DETAIL-RECORD.
              05 QUE-D-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 QUE-D-SEQUENCE            PIC 9(5).
           01 QUEUE-TRAILER-RECORD.
              05 QUE-T-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 QUE-T-COUNT               PIC 9(7).
              05 FILLER                    PIC X.
              05 QUE-T-HASH                PIC X(19).

           FD LINEAGE-FILE.
           01 LINEAGE-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "GAUSCFG.CPY".

      *    Layout as written by the load step's WRITE-JOURNAL-RECORD.
           01 JOURNAL-RECORD.
              05 JRN-SEQUENCE              PIC 9(5).
              05 FILLER                    PIC X.
              05 JRN-ROWS                  PIC 9(3).
              05 FILLER                    PIC X.
              05 JRN-COLUMNS               PIC 9(3).
              05 FILLER                    PIC X.
              05 JRN-DISPOSITION           PIC X(13).
      *          What the output step books results for.
                 88 JRN-DISPOSITION-BOOKS  VALUE 'SOLVED'
                                                 'LEAST-SQUARES'
                                                 'MINIMUM-NORM'
                                                 'SENSITIVITY'
                                                 'TARGET-SEEK'
                                                 'UNREACHABLE'
                                                 'OUT-OF-BOUNDS'.
              05 FILLER                    PIC X.
              05 JRN-RESIDUAL              PIC X(9).
              05 FILLER                    PIC X.
              05 JRN-START-STAMP.
                 10 JRN-START-DATE         PIC 9(8).
                 10 JRN-START-TIME         PIC X(8).
              05 FILLER                    PIC X.
              05 JRN-END-STAMP.
                 10 JRN-END-DATE           PIC 9(8).
                 10 JRN-END-TIME           PIC X(8).
              05 FILLER                    PIC X.
              05 JRN-ELAPSED               PIC 9(9).
              05 FILLER                    PIC X.
              05 JRN-MATRIX-ID             PIC X(10).
              05 FILLER                    PIC X.
              05 JRN-SUBMITTER             PIC X(8).
              05 FILLER                    PIC X.
              05 JRN-APPROVER              PIC X(8).
              05 FILLER                    PIC X.
              05 JRN-TEMPLATE              PIC X(10).
              05 FILLER                    PIC X.
              05 JRN-FACTOR-USE            PIC X(8).
              05 FILLER                    PIC X.
              05 JRN-CONFIG-ID             PIC X(16).

           01 JOURNAL-STATUS               PIC XX.
           01 JOURNAL-FILE-NAME            PIC X(24).
           01 RUN-JOURNAL-NAME             PIC X(24).
           01 CONFIG-STATUS                PIC XX.
           01 FEED-STATUS                  PIC XX.
           01 FEED-FILE-NAME               PIC X(40).
           01 TPL-STATUS                   PIC XX.
           01 OVERLAY-STATUS               PIC XX.
           01 APPROVAL-STATUS              PIC XX.
           01 MDL-STATUS                   PIC XX.
           01 DISPO-STATUS                 PIC XX.
           01 RES-STATUS                   PIC XX.
           01 SEND-STATUS                  PIC XX.
           01 ACK-STATUS                   PIC XX.
           01 QUEUE-STATUS                 PIC XX.
           01 QUEUE-FILE-NAME              PIC X(24).
           01 SCAN-EOF                     PIC X.

      *    The stamp asked about; a zero time asks for the first run
      *    of the day.
           01 LINE-MATRIX-ID               PIC X(10).
           01 LINE-STAMP.
              05 LINE-DATE-TEXT            PIC 9(8).
              05 LINE-TIME-TEXT            PIC 9(8).
           01 RUN-FOUND                    PIC X.
           01 TODAY-DATE                   PIC 9(8).
           01 PROBE-DATE                   PIC 9(8).
           01 PROBE-PARTS REDEFINES PROBE-DATE.
              05 PROBE-YEAR                PIC 9(4).
              05 PROBE-MM                  PIC 99.
              05 PROBE-DD                  PIC 99.

           01 BREAK-COUNTER                PIC 9(3) VALUE ZERO.
           01 BREAK-TEXT                   PIC X(80) VALUE SPACES.
           01 PRINT-BREAKS                 PIC ZZ9.

      *    Calendar arithmetic for the day before and the day after
      *    the run, month lengths as the deck builder keeps them.
           01 CAL-DATE                     PIC 9(8).
           01 CAL-PARTS REDEFINES CAL-DATE.
              05 CAL-YEAR                  PIC 9(4).
              05 CAL-MM                    PIC 99.
              05 CAL-DD                    PIC 99.
           01 DAYS-IN-MONTH                PIC 99.
           01 MONTH-LENGTHS                PIC X(24)
                                   VALUE '312831303130313130313031'.
           01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.
              05 MONTH-LENGTH              PIC 99 OCCURS 12.
           01 CAL-QUOTIENT                 PIC 9(6) COMP-3.
           01 LEAP-REMAINDER-4             PIC 9(4) COMP-3.
           01 LEAP-REMAINDER-100           PIC 9(4) COMP-3.
           01 LEAP-REMAINDER-400           PIC 9(4) COMP-3.
           01 PRIOR-RUN-DATE               PIC 9(8).

      *    Source feed.
           01 FEED-HEADER-SEEN             PIC X.
           01 FEED-TRAILER-SEEN            PIC X.
           01 FEED-SOURCE                  PIC X(9).
           01 FEED-BUSINESS-DATE           PIC 9(8).
           01 FEED-TRAILER-COUNT           PIC 9(7).
           01 FEED-TRAILER-HASH            PIC X(19).
           01 FEED-DETAIL-COUNTER          PIC 9(7) COMP-3.
           01 PRINT-FEED-COUNT             PIC Z(6)9.

      *    Template version in force on the run date, chosen the way
      *    GAUSTMPL chooses it.
           01 NAME-SEEN                    PIC X.
           01 VERSION-CHOSEN               PIC X.
           01 BLOCK-VERSION                PIC 999.
           01 BLOCK-EFFECTIVE              PIC 9(8).
           01 CHOSEN-VERSION               PIC 999.
           01 CHOSEN-EFFECTIVE             PIC 9(8).
           01 OVERLAY-COUNTER              PIC 9(5) COMP-3.

           01 RELEASE-STAMP.
              05 RELEASE-DATE              PIC 9(8).
              05 RELEASE-TIME              PIC 9(8).

      *    Snapshot lookup; the last id on file tells whether
      *    dispo.txt still belongs to this run's load step.
           01 SNAPSHOT-FOUND               PIC X.
           01 DISPO-MATCHED                PIC X.
           01 LAST-CONFIG-ID               PIC X(16).

      *    Stored input deck.
           01 DECK-STAMP.
              05 DECK-STAMP-DATE           PIC 9(8).
              05 DECK-STAMP-TIME           PIC 9(8).
           01 DECK-STAMP-FOUND             PIC X.
           01 DECK-STAMP-SOURCE            PIC X(30).
           01 STORE-STAMP.
              05 STORE-STAMP-DATE          PIC 9(8).
              05 STORE-STAMP-TIME          PIC 9(8).
           01 DECK-LINE-COUNTER            PIC 9(5) COMP-3.
           01 PRINT-DECK-LINES             PIC ZZZZ9.

      *    Booked values.
           01 RESULT-STAMP.
              05 RESULT-STAMP-DATE         PIC 9(8).
              05 RESULT-STAMP-TIME         PIC 9(8).
           01 RESULT-COUNTER               PIC 9(5) COMP-3.
           01 SUPERSEDED-COUNTER           PIC 9(5) COMP-3.
           01 PRINT-RESULTS                PIC ZZZZ9.
           01 PRINT-SUPERSEDED             PIC ZZZZ9.
           01 SUPERSEDED-NOTE              PIC X(36).
           01 PRINT-VARIABLE               PIC ZZ9.
           01 PRINT-VALUE                  PIC +999.9999.

      *    Transmission: the first send and the first echo after the
      *    run ended, no later than the day after.
           01 BOUND-STAMP.
              05 BOUND-DATE                PIC 9(8).
              05 BOUND-TIME                PIC X(8) VALUE '99999999'.
           01 SCAN-STAMP.
              05 SCAN-STAMP-DATE           PIC 9(8).
              05 SCAN-STAMP-TIME           PIC 9(8).
           01 SEND-FOUND                   PIC X.
           01 SEND-STAMP.
              05 SEND-STAMP-DATE           PIC 9(8).
              05 SEND-STAMP-TIME           PIC 9(8).
           01 SEND-COUNT-HELD              PIC 9(7).
           01 SEND-HASH-HELD               PIC X(19).
           01 SEND-STATUS-HELD             PIC X.
           01 ACK-FOUND                    PIC X.
           01 ACK-STAMP.
              05 ACK-STAMP-DATE            PIC 9(8).
              05 ACK-STAMP-TIME            PIC 9(8).
           01 ACK-COUNT-HELD               PIC 9(7).
           01 ACK-HASH-HELD                PIC X(19).
           01 TRANSMIT-STAMP.
              05 TRANSMIT-DATE             PIC 9(8).
              05 TRANSMIT-TIME             PIC 9(8).
           01 QUEUE-RECORD-COUNTER         PIC 9(7) COMP-3.
           01 QUEUE-DETAIL-COUNTER         PIC 9(7) COMP-3.
           01 QUEUE-TRAILER-SEEN           PIC X.
           01 QUEUE-TRAILER-COUNT          PIC 9(7).
           01 QUEUE-TRAILER-HASH           PIC X(19).
           01 PRINT-QUEUE-DETAILS          PIC Z(6)9.
           01 PRINT-SEND-COUNT             PIC Z(6)9.

           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO LINE-MATRIX-ID
           ACCEPT LINE-MATRIX-ID FROM ENVIRONMENT "GAUSS_LINE_ID"
           IF LINE-MATRIX-ID = SPACES
              DISPLAY 'GAUSS_LINE_ID NOT SET - NOTHING TO TRACE'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM CHECK-ENTITLEMENT
           IF ENR-REFUSED
              GO TO MAIN-EXIT
           END-IF
           MOVE ZERO TO LINE-DATE-TEXT
           ACCEPT LINE-DATE-TEXT FROM ENVIRONMENT "GAUSS_LINE_DATE"
           IF LINE-DATE-TEXT IS NOT NUMERIC OR LINE-DATE-TEXT = 0
              DISPLAY 'GAUSS_LINE_DATE NOT SET (YYYYMMDD) - NOTHING '
                  'TO TRACE'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           MOVE ZERO TO LINE-TIME-TEXT
           ACCEPT LINE-TIME-TEXT FROM ENVIRONMENT "GAUSS_LINE_TIME"
           IF LINE-TIME-TEXT IS NOT NUMERIC
              MOVE ZERO TO LINE-TIME-TEXT
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

      *    The run is journaled on its own day; the generation it
      *    was archived into is dated that day or later.
           MOVE SPACE TO RUN-FOUND
           MOVE LINE-DATE-TEXT TO PROBE-DATE
           PERFORM UNTIL PROBE-DATE > TODAY-DATE OR RUN-FOUND = 'Y'
               MOVE SPACES TO JOURNAL-FILE-NAME
               STRING 'JOURNAL' PROBE-DATE '.TXT' DELIMITED BY SIZE
                   INTO JOURNAL-FILE-NAME
               PERFORM SEARCH-ONE-JOURNAL-SOURCE
               PERFORM NEXT-PROBE-DATE
           END-PERFORM
           IF RUN-FOUND NOT = 'Y'
              MOVE 'journal.txt' TO JOURNAL-FILE-NAME
              PERFORM SEARCH-ONE-JOURNAL-SOURCE
           END-IF
           IF RUN-FOUND NOT = 'Y'
              DISPLAY 'NO JOURNALED RUN OF ' LINE-MATRIX-ID ' AT '
                  LINE-DATE-TEXT ' ' LINE-TIME-TEXT
                  ' - NO LINEAGE TO TRACE'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           MOVE JRN-START-DATE TO CAL-DATE
           PERFORM PRIOR-DAY
           MOVE CAL-DATE TO PRIOR-RUN-DATE
           MOVE JRN-END-DATE TO CAL-DATE
           PERFORM NEXT-DAY
           MOVE CAL-DATE TO BOUND-DATE

           OPEN OUTPUT LINEAGE-FILE
           PERFORM WRITE-RUN-HEADING
           PERFORM TRACE-FEED
           PERFORM TRACE-TEMPLATE
           PERFORM TRACE-OVERLAYS
           PERFORM TRACE-APPROVAL
           PERFORM TRACE-SNAPSHOT
           PERFORM TRACE-STORED-DECK
           PERFORM TRACE-DISPOSITION
           PERFORM TRACE-RESULTS
           PERFORM TRACE-TRANSMISSION

           MOVE SPACES TO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           MOVE SPACES TO LINEAGE-RECORD
           IF BREAK-COUNTER = 0
              MOVE 'LINEAGE COMPLETE - NO BREAK IN THE CHAIN'
                  TO LINEAGE-RECORD
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE BREAK-COUNTER TO PRINT-BREAKS
              STRING 'LINEAGE INCOMPLETE - ' PRINT-BREAKS
                  ' BREAK(S) IN THE CHAIN' DELIMITED BY SIZE
                  INTO LINEAGE-RECORD
              MOVE 1 TO RETURN-CODE
           END-IF
           WRITE LINEAGE-RECORD
           CLOSE LINEAGE-FILE
           DISPLAY LINEAGE-RECORD
           DISPLAY 'SEE lineage.txt'.
       MAIN-EXIT.
           STOP RUN.

      * The user has to be entitled to the desk the model belongs to;
      * GAUSENTL logs the check, and a refusal, itself.
       CHECK-ENTITLEMENT.
           MOVE 'GAUSLINE' TO ENR-PROGRAM
           MOVE LINE-MATRIX-ID TO ENR-MATRIX-ID
           CALL 'GAUSENTL' USING ENTITLEMENT-REQUEST
           IF ENR-REFUSED
              DISPLAY 'ACCESS TO ' LINE-MATRIX-ID ' REFUSED - '
                  ENR-REASON
              MOVE 1 TO RETURN-CODE
           END-IF
           .

       SEARCH-ONE-JOURNAL-SOURCE.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = '00'
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-JOURNAL-RECORD
                  UNTIL SCAN-EOF = 'E' OR RUN-FOUND = 'Y'
              CLOSE JOURNAL-FILE
           END-IF
           .

      * A timed stamp must fall inside the run's start/end window;
      * an untimed one takes the matrix's first run of the day.
       TAKE-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE INTO JOURNAL-RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JRN-MATRIX-ID = LINE-MATRIX-ID
              IF LINE-TIME-TEXT = 0
                 IF JRN-START-DATE = LINE-DATE-TEXT
                    MOVE 'Y' TO RUN-FOUND
                 END-IF
              ELSE
                 IF LINE-STAMP NOT < JRN-START-STAMP
                    AND LINE-STAMP NOT > JRN-END-STAMP
                    MOVE 'Y' TO RUN-FOUND
                 END-IF
              END-IF
              IF RUN-FOUND = 'Y'
                 MOVE JOURNAL-FILE-NAME TO RUN-JOURNAL-NAME
              END-IF
           END-IF
           .

       WRITE-RUN-HEADING.
           MOVE SPACES TO LINEAGE-RECORD
           STRING 'LINEAGE OF MATRIX ' LINE-MATRIX-ID ' RUN '
               LINE-DATE-TEXT ' ' LINE-TIME-TEXT ' AS OF ' TODAY-DATE
               DELIMITED BY SIZE INTO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           MOVE SPACES TO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           MOVE SPACES TO LINEAGE-RECORD
           STRING 'JOURNAL         ' DELIMITED BY SIZE
               RUN-JOURNAL-NAME DELIMITED BY SPACE
               ' SEQ ' JRN-SEQUENCE ' STARTED ' JRN-START-DATE ' '
               JRN-START-TIME ' ENDED ' JRN-END-DATE ' ' JRN-END-TIME
               DELIMITED BY SIZE INTO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           .

      * The feed the deck builder verified: the model's own
      * feed-<matrix id>.txt, else the shared feed.txt. Only a deck
      * built from a template came from a feed at all.
       TRACE-FEED.
           IF JRN-TEMPLATE = SPACES
              MOVE SPACES TO LINEAGE-RECORD
              STRING 'SOURCE FEED     NONE - DECK SUBMITTED, NOT BUILT '
                  'FROM A TEMPLATE'
                  DELIMITED BY SIZE INTO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
           ELSE
              MOVE SPACES TO FEED-FILE-NAME
              STRING 'feed-' LINE-MATRIX-ID DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE INTO FEED-FILE-NAME
              OPEN INPUT FEED-FILE
              IF FEED-STATUS NOT = '00'
                 MOVE 'feed.txt' TO FEED-FILE-NAME
                 OPEN INPUT FEED-FILE
              END-IF
              IF FEED-STATUS NOT = '00'
                 STRING 'NO FEED ON HAND - NEITHER THE MODEL''S OWN '
                     'FEED NOR feed.txt'
                     DELIMITED BY SIZE INTO BREAK-TEXT
                 PERFORM WRITE-BREAK
              ELSE
                 PERFORM READ-FEED
              END-IF
           END-IF
           .

       READ-FEED.
           MOVE SPACE TO FEED-HEADER-SEEN
           MOVE SPACE TO FEED-TRAILER-SEEN
           MOVE SPACES TO FEED-SOURCE
           MOVE 0 TO FEED-BUSINESS-DATE
           MOVE 0 TO FEED-TRAILER-COUNT
           MOVE SPACES TO FEED-TRAILER-HASH
           MOVE 0 TO FEED-DETAIL-COUNTER
           MOVE SPACE TO SCAN-EOF
           PERFORM TAKE-ONE-FEED-RECORD UNTIL SCAN-EOF = 'E'
           CLOSE FEED-FILE

           MOVE SPACES TO LINEAGE-RECORD
           STRING 'SOURCE FEED     ' DELIMITED BY SIZE
               FEED-FILE-NAME DELIMITED BY SPACE
               ' FROM ' FEED-SOURCE ' BUSINESS DATE '
               FEED-BUSINESS-DATE DELIMITED BY SIZE
               INTO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           MOVE FEED-TRAILER-COUNT TO PRINT-FEED-COUNT
           MOVE SPACES TO LINEAGE-RECORD
           STRING 'FEED TOTALS     TRAILER ' PRINT-FEED-COUNT
               ' RECORDS HASH ' FEED-TRAILER-HASH
               DELIMITED BY SIZE INTO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           IF FEED-HEADER-SEEN NOT = 'Y'
              OR FEED-TRAILER-SEEN NOT = 'Y'
              MOVE 'FEED ON HAND HAS NO HEADER OR NO TRAILER'
                  TO BREAK-TEXT
              PERFORM WRITE-BREAK
           ELSE
              IF FEED-DETAIL-COUNTER NOT = FEED-TRAILER-COUNT
                 MOVE FEED-DETAIL-COUNTER TO PRINT-FEED-COUNT
                 MOVE SPACES TO BREAK-TEXT
                 STRING 'FEED DOES NOT FOOT - ' PRINT-FEED-COUNT
                     ' DETAIL RECORDS ON FILE' DELIMITED BY SIZE
                     INTO BREAK-TEXT
                 PERFORM WRITE-BREAK
              END-IF
           END-IF
      *    A business date after the run means the feed the run was
      *    built from has since been replaced by a later delivery.
           IF FEED-BUSINESS-DATE > JRN-START-DATE
              MOVE 'FEED ON HAND IS A LATER DELIVERY THAN THE RUN'
                  TO BREAK-TEXT
              PERFORM WRITE-BREAK
           END-IF
           .

       TAKE-ONE-FEED-RECORD.
           READ FEED-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              EVALUATE FED-H-TYPE
                  WHEN 'H'
                      MOVE 'Y' TO FEED-HEADER-SEEN
                      MOVE FED-H-SOURCE TO FEED-SOURCE
                      IF FED-H-BUSINESS-DATE IS NUMERIC
                         MOVE FED-H-BUSINESS-DATE TO FEED-BUSINESS-DATE
                      END-IF
                  WHEN 'D'
                      ADD 1 TO FEED-DETAIL-COUNTER
                  WHEN 'T'
                      MOVE 'Y' TO FEED-TRAILER-SEEN
                      IF FED-T-COUNT IS NUMERIC
                         MOVE FED-T-COUNT TO FEED-TRAILER-COUNT
                      END-IF
                      MOVE FED-T-HASH TO FEED-TRAILER-HASH
              END-EVALUATE
           END-IF
           .

      * The template version in force on the run date: the latest
      * effective date not after it, the higher version on a tie.
       TRACE-TEMPLATE.
           IF JRN-TEMPLATE = SPACES
              MOVE SPACES TO LINEAGE-RECORD
              MOVE 'TEMPLATE        NONE' TO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
           ELSE
              MOVE SPACE TO NAME-SEEN
              MOVE SPACE TO VERSION-CHOSEN
              MOVE 0 TO CHOSEN-VERSION
              MOVE 0 TO CHOSEN-EFFECTIVE
              OPEN INPUT TEMPLATE-FILE
              IF TPL-STATUS = '00'
                 MOVE SPACE TO SCAN-EOF
                 PERFORM WEIGH-ONE-VERSION UNTIL SCAN-EOF = 'E'
                 CLOSE TEMPLATE-FILE
              END-IF
              IF VERSION-CHOSEN = 'Y'
                 MOVE SPACES TO LINEAGE-RECORD
                 STRING 'TEMPLATE        ' JRN-TEMPLATE ' VERSION '
                     CHOSEN-VERSION ' EFFECTIVE ' CHOSEN-EFFECTIVE
                     DELIMITED BY SIZE INTO LINEAGE-RECORD
                 WRITE LINEAGE-RECORD
              ELSE
                 MOVE SPACES TO BREAK-TEXT
                 STRING 'TEMPLATE ' JRN-TEMPLATE
                     ' - NO VERSION IN FORCE ON ' JRN-START-DATE
                     ' IN templates.txt' DELIMITED BY SIZE
                     INTO BREAK-TEXT
                 PERFORM WRITE-BREAK
              END-IF
           END-IF
           .

       WEIGH-ONE-VERSION.
           READ TEMPLATE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND TPL-KEYWORD = 'TEMPLATE '
              AND TPL-NAME = JRN-TEMPLATE
              MOVE 'Y' TO NAME-SEEN
              MOVE 0 TO BLOCK-VERSION
              MOVE 0 TO BLOCK-EFFECTIVE
              IF TPL-VERSION IS NUMERIC
                 MOVE TPL-VERSION TO BLOCK-VERSION
              END-IF
              IF TPL-EFFECTIVE-DATE IS NUMERIC
                 MOVE TPL-EFFECTIVE-DATE TO BLOCK-EFFECTIVE
              END-IF
              IF BLOCK-EFFECTIVE NOT > JRN-START-DATE
                 IF VERSION-CHOSEN NOT = 'Y'
                    OR BLOCK-EFFECTIVE > CHOSEN-EFFECTIVE
                    OR (BLOCK-EFFECTIVE = CHOSEN-EFFECTIVE
                        AND BLOCK-VERSION > CHOSEN-VERSION)
                    MOVE 'Y' TO VERSION-CHOSEN
                    MOVE BLOCK-VERSION TO CHOSEN-VERSION
                    MOVE BLOCK-EFFECTIVE TO CHOSEN-EFFECTIVE
                 END-IF
              END-IF
           END-IF
           .

      * Overlays are logged on the day the deck was built -- the run
      * date, or the evening before for a deck built ahead of the
      * night batch. A deck without overlays logs nothing.
       TRACE-OVERLAYS.
           IF JRN-TEMPLATE NOT = SPACES
              MOVE 0 TO OVERLAY-COUNTER
              OPEN INPUT OVERLAY-LOG-FILE
              IF OVERLAY-STATUS = '00'
                 MOVE SPACE TO SCAN-EOF
                 PERFORM TAKE-ONE-OVERLAY UNTIL SCAN-EOF = 'E'
                 CLOSE OVERLAY-LOG-FILE
              END-IF
              IF OVERLAY-COUNTER = 0
                 MOVE SPACES TO LINEAGE-RECORD
                 STRING 'OVERLAYS        NONE LOGGED FOR '
                     JRN-TEMPLATE ' ON ' PRIOR-RUN-DATE ' OR '
                     JRN-START-DATE DELIMITED BY SIZE
                     INTO LINEAGE-RECORD
                 WRITE LINEAGE-RECORD
              END-IF
           END-IF
           .

       TAKE-ONE-OVERLAY.
           READ OVERLAY-LOG-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND OVL-LOG-TEMPLATE = JRN-TEMPLATE
              AND (OVL-LOG-DATE = JRN-START-DATE
                   OR OVL-LOG-DATE = PRIOR-RUN-DATE)
              ADD 1 TO OVERLAY-COUNTER
              MOVE SPACES TO LINEAGE-RECORD
              STRING 'OVERLAY         ' OVL-LOG-DATE ' '
                  OVL-LOG-DETAIL DELIMITED BY SIZE
                  INTO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
           END-IF
           .

      * Submitter and approver as journaled; approved.txt confirms
      * the release while it is still the latest one on file.
       TRACE-APPROVAL.
           IF JRN-SUBMITTER = SPACES
              MOVE 'NO SUBMITTER CODE ON THE JOURNAL RECORD'
                  TO BREAK-TEXT
              PERFORM WRITE-BREAK
           ELSE
              MOVE SPACES TO LINEAGE-RECORD
              STRING 'SUBMITTER       ' JRN-SUBMITTER
                  DELIMITED BY SIZE INTO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
           END-IF
           IF JRN-APPROVER = SPACES
              MOVE SPACES TO LINEAGE-RECORD
              STRING 'APPROVER        NONE - APPROVAL GATE OFF FOR '
                  'THIS RUN' DELIMITED BY SIZE INTO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
           ELSE
              MOVE SPACES TO LINEAGE-RECORD
              STRING 'APPROVER        ' JRN-APPROVER
                  DELIMITED BY SIZE INTO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
              MOVE SPACES TO LINEAGE-RECORD
              STRING 'RELEASE         RECORD SINCE REPLACED - '
                  'APPROVER AS JOURNALED'
                  DELIMITED BY SIZE INTO LINEAGE-RECORD
              OPEN INPUT APPROVAL-FILE
              IF APPROVAL-STATUS = '00'
                 READ APPROVAL-FILE
                     AT END MOVE SPACES TO APPROVAL-RECORD
                 END-READ
                 CLOSE APPROVAL-FILE
                 IF APR-MATRIX-ID = JRN-MATRIX-ID
                    AND APR-APPROVER = JRN-APPROVER
                    AND APR-DATE IS NUMERIC
                    AND APR-TIME IS NUMERIC
                    MOVE APR-DATE TO RELEASE-DATE
                    MOVE APR-TIME TO RELEASE-TIME
                    IF RELEASE-STAMP NOT > JRN-START-STAMP
                       MOVE SPACES TO LINEAGE-RECORD
                       STRING 'RELEASE         approved.txt '
                           APR-DATE ' ' APR-TIME ' SUBMITTED BY '
                           APR-SUBMITTER DELIMITED BY SIZE
                           INTO LINEAGE-RECORD
                    END-IF
                 END-IF
              END-IF
              WRITE LINEAGE-RECORD
           END-IF
           .

      * The configuration snapshot the journal names; config.txt is
      * read to its end, so the last snapshot on file is known too.
       TRACE-SNAPSHOT.
           MOVE SPACE TO SNAPSHOT-FOUND
           MOVE SPACES TO LAST-CONFIG-ID
           OPEN INPUT CONFIG-FILE
           IF CONFIG-STATUS = '00'
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-SNAPSHOT UNTIL SCAN-EOF = 'E'
              CLOSE CONFIG-FILE
           END-IF
           IF JRN-CONFIG-ID = SPACES
              STRING 'NO CONFIGURATION SNAPSHOT - JOURNALED BEFORE '
                  'SNAPSHOTS WERE KEPT'
                  DELIMITED BY SIZE INTO BREAK-TEXT
              PERFORM WRITE-BREAK
           ELSE
              IF SNAPSHOT-FOUND = 'Y'
                 MOVE SPACES TO LINEAGE-RECORD
                 STRING 'SETTINGS        SNAPSHOT ' CFG-ID
                     ' PROFILE ' CFG-PROFILE ' JOB ' CFG-JOB-NAME
                     DELIMITED BY SIZE INTO LINEAGE-RECORD
                 WRITE LINEAGE-RECORD
              ELSE
                 MOVE SPACES TO BREAK-TEXT
                 STRING 'SNAPSHOT ' JRN-CONFIG-ID
                     ' NOT FOUND IN config.txt' DELIMITED BY SIZE
                     INTO BREAK-TEXT
                 PERFORM WRITE-BREAK
              END-IF
           END-IF
           .

       TAKE-ONE-SNAPSHOT.
           READ CONFIG-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              MOVE CONFIG-LINE(1:16) TO LAST-CONFIG-ID
              IF CONFIG-LINE(1:16) = JRN-CONFIG-ID
                 AND JRN-CONFIG-ID NOT = SPACES
                 MOVE CONFIG-LINE TO CONFIG-SNAPSHOT-RECORD
                 MOVE 'Y' TO SNAPSHOT-FOUND
              END-IF
           END-IF
           .

      * The deck as stored on model.dat before the load step: under
      * the stamp the snapshot recorded, or -- for a run without
      * one -- the matrix's latest store not after the run started.
       TRACE-STORED-DECK.
           OPEN INPUT MODEL-FILE
           IF MDL-STATUS NOT = '00'
              MOVE SPACES TO BREAK-TEXT
              STRING 'MODEL MASTER model.dat NOT AVAILABLE - STATUS '
                  MDL-STATUS DELIMITED BY SIZE INTO BREAK-TEXT
              PERFORM WRITE-BREAK
           ELSE
              MOVE SPACE TO DECK-STAMP-FOUND
              IF SNAPSHOT-FOUND = 'Y'
                 AND CFG-MODEL-STAMP IS NUMERIC
                 MOVE CFG-MODEL-STAMP TO DECK-STAMP
                 MOVE 'Y' TO DECK-STAMP-FOUND
                 MOVE 'AS RECORDED IN THE SNAPSHOT'
                     TO DECK-STAMP-SOURCE
              ELSE
                 PERFORM FIND-LATEST-STORE
                 MOVE 'LATEST STORE BEFORE THE RUN'
                     TO DECK-STAMP-SOURCE
              END-IF
              MOVE 0 TO DECK-LINE-COUNTER
              IF DECK-STAMP-FOUND = 'Y'
                 PERFORM COUNT-DECK-LINES
              END-IF
              CLOSE MODEL-FILE
              IF DECK-LINE-COUNTER = 0
                 MOVE 'NO INPUT DECK STORED ON model.dat FOR THIS RUN'
                     TO BREAK-TEXT
                 PERFORM WRITE-BREAK
              ELSE
                 MOVE DECK-LINE-COUNTER TO PRINT-DECK-LINES
                 MOVE SPACES TO LINEAGE-RECORD
                 STRING 'STORED DECK     model.dat ' DECK-STAMP-DATE
                     ' ' DECK-STAMP-TIME ' ' PRINT-DECK-LINES
                     ' LINES, ' DECK-STAMP-SOURCE
                     DELIMITED BY SIZE INTO LINEAGE-RECORD
                 WRITE LINEAGE-RECORD
              END-IF
           END-IF
           .

       FIND-LATEST-STORE.
           MOVE LINE-MATRIX-ID TO MDL-MATRIX-ID
           MOVE ZERO TO MDL-RUN-DATE
           MOVE ZERO TO MDL-RUN-TIME
           MOVE ZERO TO MDL-LINE-NO
           MOVE SPACE TO SCAN-EOF
           START MODEL-FILE KEY NOT < MDL-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF = 'E'
               READ MODEL-FILE NEXT RECORD
                   AT END MOVE 'E' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'E'
                  MOVE MDL-RUN-DATE TO STORE-STAMP-DATE
                  MOVE MDL-RUN-TIME TO STORE-STAMP-TIME
                  IF MDL-MATRIX-ID NOT = LINE-MATRIX-ID
                     OR STORE-STAMP > JRN-START-STAMP
                     MOVE 'E' TO SCAN-EOF
                  ELSE
                     MOVE STORE-STAMP TO DECK-STAMP
                     MOVE 'Y' TO DECK-STAMP-FOUND
                  END-IF
               END-IF
           END-PERFORM
           .

       COUNT-DECK-LINES.
           MOVE LINE-MATRIX-ID TO MDL-MATRIX-ID
           MOVE DECK-STAMP-DATE TO MDL-RUN-DATE
           MOVE DECK-STAMP-TIME TO MDL-RUN-TIME
           MOVE ZERO TO MDL-LINE-NO
           MOVE SPACE TO SCAN-EOF
           START MODEL-FILE KEY NOT < MDL-KEY
               INVALID KEY MOVE 'E' TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF = 'E'
               READ MODEL-FILE NEXT RECORD
                   AT END MOVE 'E' TO SCAN-EOF
               END-READ
               IF SCAN-EOF NOT = 'E'
                  IF MDL-MATRIX-ID NOT = LINE-MATRIX-ID
                     OR MDL-RUN-DATE NOT = DECK-STAMP-DATE
                     OR MDL-RUN-TIME NOT = DECK-STAMP-TIME
                     MOVE 'E' TO SCAN-EOF
                  ELSE
                     ADD 1 TO DECK-LINE-COUNTER
                  END-IF
               END-IF
           END-PERFORM
           .

      * The journal's disposition always stands; dispo.txt is held
      * against it only while it still belongs to this run's load
      * step, i.e. while this run's snapshot is the last on file.
       TRACE-DISPOSITION.
           MOVE SPACES TO LINEAGE-RECORD
           STRING 'DISPOSITION     ' JRN-DISPOSITION ' RESIDUAL '
               JRN-RESIDUAL ' ROWS ' JRN-ROWS ' COLUMNS ' JRN-COLUMNS
               ' ELAPSED ' JRN-ELAPSED DELIMITED BY SIZE
               INTO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           IF JRN-CONFIG-ID = SPACES
              OR JRN-CONFIG-ID NOT = LAST-CONFIG-ID
              MOVE SPACES TO LINEAGE-RECORD
              STRING 'DISPOSITION REC dispo.txt SINCE REWRITTEN BY A '
                  'LATER RUN' DELIMITED BY SIZE INTO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
           ELSE
              MOVE SPACE TO DISPO-MATCHED
              OPEN INPUT DISPO-FILE
              IF DISPO-STATUS = '00'
                 MOVE SPACE TO SCAN-EOF
                 PERFORM UNTIL SCAN-EOF = 'E' OR DISPO-MATCHED = 'Y'
                     READ DISPO-FILE
                         AT END MOVE 'E' TO SCAN-EOF
                     END-READ
                     IF SCAN-EOF NOT = 'E'
                        AND DSP-SEQUENCE = JRN-SEQUENCE
                        AND DSP-MATRIX-ID = JRN-MATRIX-ID
                        MOVE 'Y' TO DISPO-MATCHED
                     END-IF
                 END-PERFORM
                 CLOSE DISPO-FILE
              END-IF
              IF DISPO-MATCHED = 'Y'
                 MOVE SPACES TO LINEAGE-RECORD
                 STRING 'DISPOSITION REC dispo.txt ' DSP-OUTCOME
                     ' REASON ' DSP-REASON DELIMITED BY SIZE
                     INTO LINEAGE-RECORD
                 WRITE LINEAGE-RECORD
                 IF DSP-OUTCOME NOT = JRN-DISPOSITION
                    MOVE 'dispo.txt DISAGREES WITH THE JOURNAL'
                        TO BREAK-TEXT
                    PERFORM WRITE-BREAK
                 END-IF
              ELSE
                 STRING 'RUN NOT IN dispo.txt THOUGH ITS LOAD STEP WAS '
                     'THE LAST' DELIMITED BY SIZE INTO BREAK-TEXT
                 PERFORM WRITE-BREAK
              END-IF
           END-IF
           .

      * Every results record of the matrix stamped inside the run's
      * window, every scenario; superseded figures are listed with
      * their replacement, since they are still what was booked then.
       TRACE-RESULTS.
           MOVE 0 TO RESULT-COUNTER
           MOVE 0 TO SUPERSEDED-COUNTER
           OPEN INPUT RESULTS-FILE
           IF RES-STATUS NOT = '00'
              MOVE SPACES TO BREAK-TEXT
              STRING 'RESULTS MASTER results.dat NOT AVAILABLE - '
                  'STATUS ' RES-STATUS DELIMITED BY SIZE
                  INTO BREAK-TEXT
              PERFORM WRITE-BREAK
           ELSE
              MOVE LINE-MATRIX-ID TO RES-MATRIX-ID
              MOVE JRN-START-DATE TO RES-RUN-DATE
              MOVE ZERO TO RES-RUN-TIME
              MOVE SPACES TO RES-SCENARIO
              MOVE ZERO TO RES-VARIABLE
              MOVE SPACE TO SCAN-EOF
              START RESULTS-FILE KEY NOT < RES-KEY
                  INVALID KEY MOVE 'E' TO SCAN-EOF
              END-START
              PERFORM LIST-ONE-RESULT UNTIL SCAN-EOF = 'E'
              CLOSE RESULTS-FILE
              IF RESULT-COUNTER = 0
                 IF JRN-DISPOSITION-BOOKS
                    MOVE 'NO VALUES ON results.dat FOR THIS RUN'
                        TO BREAK-TEXT
                    PERFORM WRITE-BREAK
                 ELSE
                    MOVE SPACES TO LINEAGE-RECORD
                    STRING 'BOOKED VALUES   NONE - ' JRN-DISPOSITION
                        ' RUNS BOOK NOTHING' DELIMITED BY SIZE
                        INTO LINEAGE-RECORD
                    WRITE LINEAGE-RECORD
                 END-IF
              ELSE
                 MOVE RESULT-COUNTER TO PRINT-RESULTS
                 MOVE SUPERSEDED-COUNTER TO PRINT-SUPERSEDED
                 MOVE SPACES TO LINEAGE-RECORD
                 STRING 'BOOKED VALUES   ' PRINT-RESULTS
                     ' ON results.dat, ' PRINT-SUPERSEDED
                     ' SINCE SUPERSEDED' DELIMITED BY SIZE
                     INTO LINEAGE-RECORD
                 WRITE LINEAGE-RECORD
              END-IF
           END-IF
           .

       LIST-ONE-RESULT.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              MOVE RES-RUN-DATE TO RESULT-STAMP-DATE
              MOVE RES-RUN-TIME TO RESULT-STAMP-TIME
              IF RES-MATRIX-ID NOT = LINE-MATRIX-ID
                 OR RESULT-STAMP > JRN-END-STAMP
                 MOVE 'E' TO SCAN-EOF
              ELSE
                 IF RESULT-STAMP NOT < JRN-START-STAMP
                    ADD 1 TO RESULT-COUNTER
                    MOVE RES-VARIABLE TO PRINT-VARIABLE
                    MOVE RES-VALUE TO PRINT-VALUE
                    MOVE SPACES TO SUPERSEDED-NOTE
                    IF RES-SUPERSEDED
                       ADD 1 TO SUPERSEDED-COUNTER
                       STRING 'SUPERSEDED BY ' RES-REPLACED-BY-DATE
                           ' ' RES-REPLACED-BY-TIME ' '
                           RES-RESTATE-REASON DELIMITED BY SIZE
                           INTO SUPERSEDED-NOTE
                    END-IF
                    MOVE SPACES TO LINEAGE-RECORD
                    STRING '  ' RES-RUN-DATE ' ' RES-RUN-TIME ' '
                        RES-SCENARIO ' ' PRINT-VARIABLE ' '
                        RES-LABEL ' ' PRINT-VALUE ' ' SUPERSEDED-NOTE
                        DELIMITED BY SIZE INTO LINEAGE-RECORD
                    WRITE LINEAGE-RECORD
                 END-IF
              END-IF
           END-IF
           .

      * The interface builder runs after the load step, so the run
      * went out in the first transmission stamped after it ended
      * (by the next day at the latest). sendlog.txt keeps the
      * transmissions still open; an acknowledged one is pruned from
      * it and survives only as its echo in ack.txt.
       TRACE-TRANSMISSION.
           IF RESULT-COUNTER = 0
              AND NOT JRN-DISPOSITION-BOOKS
              MOVE SPACES TO LINEAGE-RECORD
              MOVE 'TRANSMISSION    NONE - NOTHING BOOKED TO SEND'
                  TO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
           ELSE
              MOVE SPACE TO SEND-FOUND
              OPEN INPUT SEND-LOG-FILE
              IF SEND-STATUS = '00'
                 MOVE SPACE TO SCAN-EOF
                 PERFORM TAKE-ONE-SEND UNTIL SCAN-EOF = 'E'
                 CLOSE SEND-LOG-FILE
              END-IF
              MOVE SPACE TO ACK-FOUND
              OPEN INPUT ACK-FILE
              IF ACK-STATUS = '00'
                 MOVE SPACE TO SCAN-EOF
                 PERFORM TAKE-ONE-ACK UNTIL SCAN-EOF = 'E'
                 CLOSE ACK-FILE
              END-IF
              EVALUATE TRUE
                  WHEN SEND-FOUND = 'Y' AND ACK-FOUND = 'Y'
                      IF ACK-STAMP < SEND-STAMP
                         MOVE ACK-STAMP TO TRANSMIT-STAMP
                      ELSE
                         MOVE SEND-STAMP TO TRANSMIT-STAMP
                      END-IF
                  WHEN SEND-FOUND = 'Y'
                      MOVE SEND-STAMP TO TRANSMIT-STAMP
                  WHEN ACK-FOUND = 'Y'
                      MOVE ACK-STAMP TO TRANSMIT-STAMP
                  WHEN OTHER
                      STRING 'NO TRANSMISSION TRACEABLE - NOT IN '
                          'sendlog.txt NOR ECHOED IN ack.txt'
                          DELIMITED BY SIZE INTO BREAK-TEXT
                      PERFORM WRITE-BREAK
              END-EVALUATE
              IF SEND-FOUND = 'Y' OR ACK-FOUND = 'Y'
                 PERFORM REPORT-TRANSMISSION
              END-IF
           END-IF
           .

       TAKE-ONE-SEND.
           READ SEND-LOG-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND SND-RUN-DATE IS NUMERIC
              AND SND-RUN-TIME IS NUMERIC
              MOVE SND-RUN-DATE TO SCAN-STAMP-DATE
              MOVE SND-RUN-TIME TO SCAN-STAMP-TIME
              IF SCAN-STAMP NOT < JRN-END-STAMP
                 AND SCAN-STAMP NOT > BOUND-STAMP
                 AND (SEND-FOUND NOT = 'Y'
                      OR SCAN-STAMP < SEND-STAMP)
                 MOVE 'Y' TO SEND-FOUND
                 MOVE SCAN-STAMP TO SEND-STAMP
                 MOVE SND-COUNT TO SEND-COUNT-HELD
                 MOVE SND-HASH TO SEND-HASH-HELD
                 MOVE SND-STATUS TO SEND-STATUS-HELD
              END-IF
           END-IF
           .

       TAKE-ONE-ACK.
           READ ACK-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND ACK-RUN-DATE IS NUMERIC
              AND ACK-RUN-TIME IS NUMERIC
              MOVE ACK-RUN-DATE TO SCAN-STAMP-DATE
              MOVE ACK-RUN-TIME TO SCAN-STAMP-TIME
              IF SCAN-STAMP NOT < JRN-END-STAMP
                 AND SCAN-STAMP NOT > BOUND-STAMP
                 AND (ACK-FOUND NOT = 'Y'
                      OR SCAN-STAMP < ACK-STAMP)
                 MOVE 'Y' TO ACK-FOUND
                 MOVE SCAN-STAMP TO ACK-STAMP
                 MOVE ACK-COUNT TO ACK-COUNT-HELD
                 MOVE ACK-HASH TO ACK-HASH-HELD
              END-IF
           END-IF
           .

      * The transmission, its resend image and its acknowledgement.
      * An echo of an earlier stamp than the open send entry means
      * the run's own send was acknowledged and pruned; the open
      * entry is a later transmission.
       REPORT-TRANSMISSION.
           IF SEND-FOUND = 'Y' AND SEND-STAMP NOT = TRANSMIT-STAMP
              MOVE SPACE TO SEND-FOUND
           END-IF
           IF ACK-FOUND = 'Y' AND ACK-STAMP NOT = TRANSMIT-STAMP
              MOVE SPACE TO ACK-FOUND
           END-IF
           MOVE SPACES TO LINEAGE-RECORD
           IF SEND-FOUND = 'Y'
              MOVE SEND-COUNT-HELD TO PRINT-SEND-COUNT
              STRING 'TRANSMISSION    ' TRANSMIT-DATE ' '
                  TRANSMIT-TIME ' sendlog.txt ' PRINT-SEND-COUNT
                  ' RECORDS HASH ' SEND-HASH-HELD ' STATUS '
                  SEND-STATUS-HELD DELIMITED BY SIZE
                  INTO LINEAGE-RECORD
           ELSE
              STRING 'TRANSMISSION    ' TRANSMIT-DATE ' '
                  TRANSMIT-TIME ' PRUNED FROM sendlog.txt ON '
                  'ACKNOWLEDGEMENT' DELIMITED BY SIZE
                  INTO LINEAGE-RECORD
           END-IF
           WRITE LINEAGE-RECORD

           PERFORM READ-QUEUE-IMAGE
           MOVE SPACES TO LINEAGE-RECORD
           IF QUEUE-RECORD-COUNTER = 0
              IF SEND-FOUND = 'Y'
                 MOVE SPACES TO BREAK-TEXT
                 STRING 'RESEND IMAGE ' DELIMITED BY SIZE
                     QUEUE-FILE-NAME DELIMITED BY SPACE
                     ' MISSING FOR AN UNACKNOWLEDGED SEND'
                     DELIMITED BY SIZE INTO BREAK-TEXT
                 PERFORM WRITE-BREAK
              ELSE
                 STRING 'RESEND IMAGE    ' DELIMITED BY SIZE
                     QUEUE-FILE-NAME DELIMITED BY SPACE
                     ' CLEARED ON ACKNOWLEDGEMENT'
                     DELIMITED BY SIZE INTO LINEAGE-RECORD
                 WRITE LINEAGE-RECORD
              END-IF
           ELSE
              MOVE QUEUE-DETAIL-COUNTER TO PRINT-QUEUE-DETAILS
              MOVE QUEUE-TRAILER-COUNT TO PRINT-SEND-COUNT
              STRING 'RESEND IMAGE    ' DELIMITED BY SIZE
                  QUEUE-FILE-NAME DELIMITED BY SPACE
                  ' ' PRINT-QUEUE-DETAILS ' DETAILS FOR SEQ '
                  JRN-SEQUENCE ', TRAILER ' PRINT-SEND-COUNT
                  ' RECORDS' DELIMITED BY SIZE INTO LINEAGE-RECORD
              WRITE LINEAGE-RECORD
              IF QUEUE-DETAIL-COUNTER = 0
                 MOVE SPACES TO BREAK-TEXT
                 STRING 'TRANSMISSION CARRIES NO DETAIL FOR SEQUENCE '
                     JRN-SEQUENCE DELIMITED BY SIZE INTO BREAK-TEXT
                 PERFORM WRITE-BREAK
              END-IF
           END-IF

           MOVE SPACES TO LINEAGE-RECORD
           EVALUATE TRUE
               WHEN SEND-FOUND = 'Y' AND SEND-STATUS-HELD = 'M'
                   STRING 'ACKNOWLEDGEMENT ECHO DID NOT FOOT - RESEND '
                       'OUTSTANDING' DELIMITED BY SIZE INTO BREAK-TEXT
                   PERFORM WRITE-BREAK
               WHEN ACK-FOUND = 'Y'
                   MOVE ACK-COUNT-HELD TO PRINT-SEND-COUNT
                   STRING 'ACKNOWLEDGED    ack.txt ' PRINT-SEND-COUNT
                       ' RECORDS HASH ' ACK-HASH-HELD
                       DELIMITED BY SIZE INTO LINEAGE-RECORD
                   WRITE LINEAGE-RECORD
      *            An echo still standing beside its open send entry
      *            has not been through the ack matcher yet.
                   IF SEND-FOUND = 'Y'
                      MOVE SPACES TO LINEAGE-RECORD
                      MOVE 'ECHO NOT YET MATCHED BY THE ACK MATCHER'
                          TO LINEAGE-RECORD(17:)
                      WRITE LINEAGE-RECORD
                   END-IF
               WHEN OTHER
                   MOVE 'TRANSMISSION NOT ACKNOWLEDGED' TO BREAK-TEXT
                   PERFORM WRITE-BREAK
           END-EVALUATE
           .

       READ-QUEUE-IMAGE.
           MOVE 0 TO QUEUE-RECORD-COUNTER
           MOVE 0 TO QUEUE-DETAIL-COUNTER
           MOVE 0 TO QUEUE-TRAILER-COUNT
           MOVE SPACES TO QUEUE-FILE-NAME
           STRING 'IFCQ' TRANSMIT-DATE TRANSMIT-TIME '.TXT'
               DELIMITED BY SIZE INTO QUEUE-FILE-NAME
           OPEN INPUT QUEUE-FILE
           IF QUEUE-STATUS = '00'
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-QUEUE-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE QUEUE-FILE
           END-IF
           .

       TAKE-ONE-QUEUE-RECORD.
           READ QUEUE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              ADD 1 TO QUEUE-RECORD-COUNTER
              EVALUATE QUE-D-TYPE
                  WHEN 'D'
                  WHEN 'C'
                  WHEN 'R'
                      IF QUE-D-SEQUENCE IS NUMERIC
                         AND QUE-D-SEQUENCE = JRN-SEQUENCE
                         ADD 1 TO QUEUE-DETAIL-COUNTER
                      END-IF
                  WHEN 'T'
                      IF QUE-T-COUNT IS NUMERIC
                         MOVE QUE-T-COUNT TO QUEUE-TRAILER-COUNT
                      END-IF
              END-EVALUATE
           END-IF
           .

       WRITE-BREAK.
           ADD 1 TO BREAK-COUNTER
           MOVE SPACES TO LINEAGE-RECORD
           STRING '** BREAK ** ' BREAK-TEXT DELIMITED BY SIZE
               INTO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           MOVE SPACES TO BREAK-TEXT
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

      * The real day before and day after CAL-DATE.
       PRIOR-DAY.
           IF CAL-DD > 1
              SUBTRACT 1 FROM CAL-DD
           ELSE
              IF CAL-MM > 1
                 SUBTRACT 1 FROM CAL-MM
              ELSE
                 MOVE 12 TO CAL-MM
                 SUBTRACT 1 FROM CAL-YEAR
              END-IF
              PERFORM SET-DAYS-IN-MONTH
              MOVE DAYS-IN-MONTH TO CAL-DD
           END-IF
           .

       NEXT-DAY.
           PERFORM SET-DAYS-IN-MONTH
           IF CAL-DD < DAYS-IN-MONTH
              ADD 1 TO CAL-DD
           ELSE
              MOVE 1 TO CAL-DD
              IF CAL-MM < 12
                 ADD 1 TO CAL-MM
              ELSE
                 MOVE 1 TO CAL-MM
                 ADD 1 TO CAL-YEAR
              END-IF
           END-IF
           .

       SET-DAYS-IN-MONTH.
           MOVE MONTH-LENGTH(CAL-MM) TO DAYS-IN-MONTH
           DIVIDE CAL-YEAR BY 4 GIVING CAL-QUOTIENT
               REMAINDER LEAP-REMAINDER-4
           DIVIDE CAL-YEAR BY 100 GIVING CAL-QUOTIENT
               REMAINDER LEAP-REMAINDER-100
           DIVIDE CAL-YEAR BY 400 GIVING CAL-QUOTIENT
               REMAINDER LEAP-REMAINDER-400
           IF CAL-MM = 2 AND LEAP-REMAINDER-4 = 0
              AND (LEAP-REMAINDER-100 NOT = 0
                   OR LEAP-REMAINDER-400 = 0)
              MOVE 29 TO DAYS-IN-MONTH
           END-IF
           .
