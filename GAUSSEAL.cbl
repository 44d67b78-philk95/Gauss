      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tamper-evident daily seal over the evidence a
      *          downstream dispute is settled from: the day's
      *          journal records, its dispositions and the keys and
      *          booked values it filed on the results master. For
      *          GAUSS_SEAL_DATE (yyyymmdd, default today), per
      *          GAUSS_SEAL_FUNC:
      *            SEAL   - count and hash the day's journal records
      *                     (journal.txt, or the generation named by
      *                     GAUSS_SEAL_JOURNAL once cut over), its
      *                     dispositions (dispo.txt as the last batch
      *                     of the day left it, kept as the sealed
      *                     copy DISPOyyyymmdd.TXT since the next
      *                     batch truncates the live file) and its
      *                     results-master records, and append them
      *                     to the seal ledger seal.txt chained to
      *                     the previous seal on the ledger
      *            VERIFY - recompute the same totals for a sealed
      *                     day and report, component by component,
      *                     whether they still match the ledger
      *          Each line hash weights every byte by its position and
      *          the day hash rolls the lines in file (or key) order,
      *          so an edited, dropped, added or reordered record all
      *          change it. The seal itself rolls the previous seal,
      *          the date and every count and hash, so an edited
      *          ledger line breaks its own seal and the next line's
      *          link -- both checked on every run. A restatement
      *          later marking a day's records superseded is not a
      *          tamper: the supersede fields are outside the hash.
      *          Records unloaded by GAUSARCH must be reloaded before
      *          their day will verify. Listing to sealrpt.txt;
      *          return code 1 on any mismatch, chain break or
      *          refused function.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSSEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT OPTIONAL DISPO-FILE ASSIGN TO 'dispo.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPO-STATUS.

           SELECT OPTIONAL DISPO-GEN-FILE ASSIGN TO DISPO-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPO-GEN-STATUS.

           SELECT RESULTS-FILE ASSIGN TO 'results.dat'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-KEY
           FILE STATUS IS RES-STATUS.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'seal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.

           SELECT OPTIONAL SEAL-REPORT-FILE ASSIGN TO 'sealrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Journal and disposition lines are hashed as the raw text
      *    they are, not through a field layout, so every byte counts.
           FD JOURNAL-FILE.
           01 JOURNAL-LINE.
              05 FILLER                    PIC X(38).
              05 JRN-START-STAMP-DATE      PIC X(8).
              05 FILLER                    PIC X(101).

           FD DISPO-FILE.
           01 DISPO-LINE                   PIC X(80).

           FD DISPO-GEN-FILE.
           01 DISPO-GEN-LINE               PIC X(80).

           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

      *    One line per sealed day, in the order the days were sealed.
           FD LEDGER-FILE.
           01 LEDGER-RECORD.
              05 SEL-DATE                  PIC 9(8).
              05 FILLER                    PIC X.
              05 SEL-STAMP-DATE            PIC 9(8).
              05 FILLER                    PIC X.
              05 SEL-STAMP-TIME            PIC 9(8).
              05 FILLER                    PIC X.
              05 SEL-JRN-COUNT             PIC 9(7).
              05 FILLER                    PIC X.
              05 SEL-JRN-HASH              PIC 9(15).
              05 FILLER                    PIC X.
              05 SEL-DSP-COUNT             PIC 9(7).
              05 FILLER                    PIC X.
              05 SEL-DSP-HASH              PIC 9(15).
              05 FILLER                    PIC X.
              05 SEL-RES-COUNT             PIC 9(7).
              05 FILLER                    PIC X.
              05 SEL-RES-HASH              PIC 9(15).
              05 FILLER                    PIC X.
              05 SEL-PREV-SEAL             PIC 9(15).
              05 FILLER                    PIC X.
              05 SEL-SEAL                  PIC 9(15).

           FD SEAL-REPORT-FILE.
           01 SEAL-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      *    Hashes are kept below this modulus so they fit the ledger's
      *    fifteen digits; the roll multiplier is the usual small
      *    prime.
           77 HASH-MODULUS                 PIC 9(16) COMP-3
                                           VALUE 1000000000000000.
           77 HASH-MULTIPLIER              PIC 99 COMP-3 VALUE 31.

           01 JOURNAL-STATUS               PIC XX.
           01 DISPO-STATUS                 PIC XX.
           01 DISPO-GEN-STATUS             PIC XX.
           01 RES-STATUS                   PIC XX.
           01 LEDGER-STATUS                PIC XX.
           01 JOURNAL-FILE-NAME            PIC X(24).
           01 DISPO-GEN-NAME               PIC X(24).
           01 SEAL-FUNC                    PIC X(8).
           01 SEAL-DATE-TEXT               PIC X(8).
           01 SEAL-DATE                    PIC 9(8).
           01 STAMP-DATE                   PIC 9(8).
           01 STAMP-TIME                   PIC 9(8).
           01 SCAN-EOF                     PIC X.
           01 REFUSE-REASON                PIC X(50).

      *    One byte at a time into the low half of a halfword, so its
      *    code point can be weighted without any character function.
           01 BYTE-WORK.
              05 FILLER                    PIC X VALUE LOW-VALUE.
              05 BYTE-CHAR                 PIC X.
           01 BYTE-VALUE REDEFINES BYTE-WORK PIC 9(4) COMP.
           01 BYTE-POS                     PIC 9(4) COMP-3.

           01 HASH-LINE                    PIC X(147).
           01 HASH-LENGTH                  PIC 9(4) COMP-3.
           01 LINE-HASH                    PIC 9(11) COMP-3.
           01 ROLL-HASH                    PIC 9(15) COMP-3.
           01 ROLL-INPUT                   PIC 9(15) COMP-3.
           01 ROLL-WORK                    PIC 9(18) COMP-3.
           01 ROLL-QUOTIENT                PIC 9(3) COMP-3.
           01 PRINT-VALUE                  PIC +999.9999.

      *    The day's totals as recomputed now.
           01 NOW-TOTALS.
              05 NOW-JRN-COUNT             PIC 9(7).
              05 NOW-JRN-HASH              PIC 9(15).
              05 NOW-DSP-COUNT             PIC 9(7).
              05 NOW-DSP-HASH              PIC 9(15).
              05 NOW-RES-COUNT             PIC 9(7).
              05 NOW-RES-HASH              PIC 9(15).
           01 NOW-SEAL                     PIC 9(15).

      *    Ledger walk: the last seal (the next seal's link), the
      *    sealed day's own line if on file, and every broken link
      *    or seal found on the way.
           01 LAST-SEAL                    PIC 9(15) VALUE ZERO.
           01 LEDGER-LINES                 PIC 9(7) COMP-3 VALUE ZERO.
           01 CHAIN-BREAKS                 PIC 9(7) COMP-3 VALUE ZERO.
           01 DAY-FOUND                    PIC X VALUE SPACE.
           01 DAY-ENTRY                    PIC X(140).
           01 MISMATCH-COUNTER             PIC 9(5) VALUE ZERO.
           01 PRINT-LINE-NO                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO SEAL-FUNC
           ACCEPT SEAL-FUNC FROM ENVIRONMENT "GAUSS_SEAL_FUNC"
           IF SEAL-FUNC = SPACES
              MOVE 'SEAL' TO SEAL-FUNC
           END-IF
           MOVE SPACES TO SEAL-DATE-TEXT
           ACCEPT SEAL-DATE-TEXT FROM ENVIRONMENT "GAUSS_SEAL_DATE"
           IF SEAL-DATE-TEXT IS NUMERIC
              MOVE SEAL-DATE-TEXT TO SEAL-DATE
           ELSE
              ACCEPT SEAL-DATE FROM DATE YYYYMMDD
              MOVE SEAL-DATE TO SEAL-DATE-TEXT
           END-IF
           MOVE SPACES TO JOURNAL-FILE-NAME
           ACCEPT JOURNAL-FILE-NAME FROM ENVIRONMENT
               "GAUSS_SEAL_JOURNAL"
           IF JOURNAL-FILE-NAME = SPACES
              MOVE 'journal.txt' TO JOURNAL-FILE-NAME
           END-IF
           MOVE SPACES TO DISPO-GEN-NAME
           STRING 'DISPO' SEAL-DATE '.TXT' DELIMITED BY SIZE
               INTO DISPO-GEN-NAME
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME

           OPEN OUTPUT SEAL-REPORT-FILE
           MOVE SPACES TO SEAL-REPORT-RECORD
           STRING 'DAILY SEAL ' SEAL-FUNC ' FOR ' SEAL-DATE
               '  RUN ' STAMP-DATE ' ' STAMP-TIME
               DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
           WRITE SEAL-REPORT-RECORD

           PERFORM WALK-LEDGER
           MOVE SPACES TO REFUSE-REASON
           EVALUATE SEAL-FUNC
               WHEN 'SEAL    '
                   IF DAY-FOUND = 'Y'
                      MOVE 'DAY ALREADY SEALED - USE VERIFY'
                          TO REFUSE-REASON
                   ELSE
                      PERFORM COMPUTE-DAY-TOTALS
                      IF REFUSE-REASON = SPACES
                         PERFORM APPEND-SEAL
                      END-IF
                   END-IF
               WHEN 'VERIFY  '
                   IF DAY-FOUND NOT = 'Y'
                      MOVE 'DAY NOT ON THE SEAL LEDGER'
                          TO REFUSE-REASON
                   ELSE
                      PERFORM COMPUTE-DAY-TOTALS
                      IF REFUSE-REASON = SPACES
                         PERFORM COMPARE-WITH-SEAL
                      END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'GAUSS_SEAL_FUNC MUST BE SEAL OR VERIFY'
                       TO REFUSE-REASON
           END-EVALUATE

           MOVE SPACES TO SEAL-REPORT-RECORD
           EVALUATE TRUE
               WHEN REFUSE-REASON NOT = SPACES
                   STRING 'REFUSED - ' REFUSE-REASON
                       DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
                   MOVE 1 TO RETURN-CODE
               WHEN MISMATCH-COUNTER > 0 OR CHAIN-BREAKS > 0
                   MOVE CHAIN-BREAKS TO PRINT-LINE-NO
                   STRING SEAL-DATE ' MISMATCH - ' MISMATCH-COUNTER
                       ' COMPONENT(S) CHANGED, LEDGER BREAKS'
                       PRINT-LINE-NO DELIMITED BY SIZE
                       INTO SEAL-REPORT-RECORD
                   MOVE 1 TO RETURN-CODE
               WHEN SEAL-FUNC = 'SEAL    '
                   STRING SEAL-DATE ' SEALED ' NOW-SEAL
                       DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   STRING SEAL-DATE ' MATCH - SEAL ' NOW-SEAL
                       ' STILL HOLDS' DELIMITED BY SIZE
                       INTO SEAL-REPORT-RECORD
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE SEAL-REPORT-RECORD
           DISPLAY SEAL-REPORT-RECORD
           CLOSE SEAL-REPORT-FILE
           STOP RUN.

      * Every line's seal is recomputed from its own fields and its
      * link checked against the line before, whatever the function,
      * so a touched ledger shows up on the next seal as well as on a
      * verify.
       WALK-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = '00' OR LEDGER-STATUS = '05'
              MOVE SPACE TO SCAN-EOF
              PERFORM CHECK-ONE-LEDGER-LINE UNTIL SCAN-EOF = 'E'
              CLOSE LEDGER-FILE
           END-IF
           .

       CHECK-ONE-LEDGER-LINE.
           READ LEDGER-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              ADD 1 TO LEDGER-LINES
              MOVE LEDGER-LINES TO PRINT-LINE-NO
              IF SEL-PREV-SEAL NOT = LAST-SEAL
                 ADD 1 TO CHAIN-BREAKS
                 MOVE SPACES TO SEAL-REPORT-RECORD
                 STRING 'LEDGER LINE ' PRINT-LINE-NO ' (' SEL-DATE
                     ') DOES NOT LINK TO THE LINE BEFORE'
                     DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
                 WRITE SEAL-REPORT-RECORD
              END-IF
              MOVE SEL-JRN-COUNT TO NOW-JRN-COUNT
              MOVE SEL-JRN-HASH TO NOW-JRN-HASH
              MOVE SEL-DSP-COUNT TO NOW-DSP-COUNT
              MOVE SEL-DSP-HASH TO NOW-DSP-HASH
              MOVE SEL-RES-COUNT TO NOW-RES-COUNT
              MOVE SEL-RES-HASH TO NOW-RES-HASH
              MOVE SEL-PREV-SEAL TO ROLL-HASH
              MOVE SEL-DATE TO ROLL-INPUT
              PERFORM ROLL-SEAL
              IF NOW-SEAL NOT = SEL-SEAL
                 ADD 1 TO CHAIN-BREAKS
                 MOVE SPACES TO SEAL-REPORT-RECORD
                 STRING 'LEDGER LINE ' PRINT-LINE-NO ' (' SEL-DATE
                     ') SEAL DOES NOT RECOMPUTE FROM ITS TOTALS'
                     DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
                 WRITE SEAL-REPORT-RECORD
              END-IF
              MOVE SEL-SEAL TO LAST-SEAL
              IF SEL-DATE = SEAL-DATE
                 MOVE 'Y' TO DAY-FOUND
                 MOVE LEDGER-RECORD TO DAY-ENTRY
              END-IF
           END-IF
           .

      * The seal rolls the date and the six totals (in NOW-TOTALS)
      * onto the previous seal already in ROLL-HASH.
       ROLL-SEAL.
           PERFORM ROLL-ONE-INPUT
           MOVE NOW-JRN-COUNT TO ROLL-INPUT
           PERFORM ROLL-ONE-INPUT
           MOVE NOW-JRN-HASH TO ROLL-INPUT
           PERFORM ROLL-ONE-INPUT
           MOVE NOW-DSP-COUNT TO ROLL-INPUT
           PERFORM ROLL-ONE-INPUT
           MOVE NOW-DSP-HASH TO ROLL-INPUT
           PERFORM ROLL-ONE-INPUT
           MOVE NOW-RES-COUNT TO ROLL-INPUT
           PERFORM ROLL-ONE-INPUT
           MOVE NOW-RES-HASH TO ROLL-INPUT
           PERFORM ROLL-ONE-INPUT
           MOVE ROLL-HASH TO NOW-SEAL
           .

       ROLL-ONE-INPUT.
           COMPUTE ROLL-WORK = ROLL-HASH * HASH-MULTIPLIER + ROLL-INPUT
           DIVIDE ROLL-WORK BY HASH-MODULUS GIVING ROLL-QUOTIENT
               REMAINDER ROLL-HASH
           .

      * HASH-LINE for HASH-LENGTH bytes: every byte's code point times
      * its position.
       HASH-ONE-LINE.
           MOVE 0 TO LINE-HASH
           PERFORM VARYING BYTE-POS FROM 1 BY 1
                   UNTIL BYTE-POS > HASH-LENGTH
               MOVE HASH-LINE(BYTE-POS:1) TO BYTE-CHAR
               COMPUTE LINE-HASH = LINE-HASH + BYTE-VALUE * BYTE-POS
           END-PERFORM
           MOVE LINE-HASH TO ROLL-INPUT
           PERFORM ROLL-ONE-INPUT
           .

       COMPUTE-DAY-TOTALS.
           INITIALIZE NOW-TOTALS
           PERFORM HASH-JOURNAL
           PERFORM HASH-DISPOSITIONS
           PERFORM HASH-RESULTS-MASTER
           .

       HASH-JOURNAL.
           MOVE 0 TO ROLL-HASH
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = '00' OR JOURNAL-STATUS = '05'
              MOVE SPACE TO SCAN-EOF
              PERFORM HASH-ONE-JOURNAL-LINE UNTIL SCAN-EOF = 'E'
              CLOSE JOURNAL-FILE
           END-IF
           MOVE ROLL-HASH TO NOW-JRN-HASH
           .

       HASH-ONE-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JRN-START-STAMP-DATE = SEAL-DATE-TEXT
              ADD 1 TO NOW-JRN-COUNT
              MOVE JOURNAL-LINE TO HASH-LINE
              MOVE 147 TO HASH-LENGTH
              PERFORM HASH-ONE-LINE
           END-IF
           .

      * Sealing takes the live dispo.txt and keeps it as the day's
      * sealed copy; verifying reads that copy back.
       HASH-DISPOSITIONS.
           MOVE 0 TO ROLL-HASH
           IF SEAL-FUNC = 'SEAL    '
              OPEN INPUT DISPO-FILE
              IF DISPO-STATUS = '00' OR DISPO-STATUS = '05'
                 OPEN OUTPUT DISPO-GEN-FILE
                 IF DISPO-GEN-STATUS = '00'
                    MOVE SPACE TO SCAN-EOF
                    PERFORM COPY-ONE-DISPOSITION UNTIL SCAN-EOF = 'E'
                    CLOSE DISPO-GEN-FILE
                 ELSE
                    MOVE SPACES TO REFUSE-REASON
                    STRING DISPO-GEN-NAME DELIMITED BY SPACE
                        ' NOT WRITTEN - STATUS ' DISPO-GEN-STATUS
                        DELIMITED BY SIZE INTO REFUSE-REASON
                 END-IF
                 CLOSE DISPO-FILE
              END-IF
           ELSE
              OPEN INPUT DISPO-GEN-FILE
              IF DISPO-GEN-STATUS = '00' OR DISPO-GEN-STATUS = '05'
                 MOVE SPACE TO SCAN-EOF
                 PERFORM HASH-ONE-SEALED-DISPOSITION
                     UNTIL SCAN-EOF = 'E'
                 CLOSE DISPO-GEN-FILE
              END-IF
           END-IF
           MOVE ROLL-HASH TO NOW-DSP-HASH
           .

       COPY-ONE-DISPOSITION.
           READ DISPO-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              WRITE DISPO-GEN-LINE FROM DISPO-LINE
              IF DISPO-GEN-STATUS NOT = '00'
                 AND REFUSE-REASON = SPACES
                 STRING DISPO-GEN-NAME DELIMITED BY SPACE
                     ' NOT WRITTEN - STATUS ' DISPO-GEN-STATUS
                     DELIMITED BY SIZE INTO REFUSE-REASON
              END-IF
              ADD 1 TO NOW-DSP-COUNT
              MOVE DISPO-LINE TO HASH-LINE
              MOVE 80 TO HASH-LENGTH
              PERFORM HASH-ONE-LINE
           END-IF
           .

       HASH-ONE-SEALED-DISPOSITION.
           READ DISPO-GEN-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              ADD 1 TO NOW-DSP-COUNT
              MOVE DISPO-GEN-LINE TO HASH-LINE
              MOVE 80 TO HASH-LENGTH
              PERFORM HASH-ONE-LINE
           END-IF
           .

      * Key order makes the roll deterministic. What is hashed is the
      * key, label, booked value and submitter -- never the supersede
      * fields a later restatement legitimately rewrites. No master
      * yet (status 35) is an empty day; any other failure to read it
      * refuses the function rather than seal or verify a guess.
       HASH-RESULTS-MASTER.
           MOVE 0 TO ROLL-HASH
           OPEN INPUT RESULTS-FILE
           EVALUATE RES-STATUS
               WHEN '00'
                   MOVE SPACE TO SCAN-EOF
                   MOVE LOW-VALUES TO RES-MATRIX-ID
                   MOVE ZERO TO RES-RUN-DATE
                   MOVE ZERO TO RES-RUN-TIME
                   MOVE LOW-VALUES TO RES-SCENARIO
                   MOVE ZERO TO RES-VARIABLE
                   START RESULTS-FILE KEY NOT < RES-KEY
                       INVALID KEY MOVE 'E' TO SCAN-EOF
                   END-START
                   PERFORM HASH-ONE-MASTER-RECORD UNTIL SCAN-EOF = 'E'
                   CLOSE RESULTS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO REFUSE-REASON
                   STRING 'RESULTS MASTER NOT READABLE - STATUS '
                       RES-STATUS DELIMITED BY SIZE INTO REFUSE-REASON
           END-EVALUATE
           MOVE ROLL-HASH TO NOW-RES-HASH
           .

       HASH-ONE-MASTER-RECORD.
           READ RESULTS-FILE NEXT RECORD
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND RES-RUN-DATE = SEAL-DATE
              ADD 1 TO NOW-RES-COUNT
              MOVE RES-VALUE TO PRINT-VALUE
              MOVE SPACES TO HASH-LINE
              STRING RES-KEY ' ' RES-LABEL ' ' PRINT-VALUE ' '
                  RES-SUBMITTER DELIMITED BY SIZE INTO HASH-LINE
              MOVE 80 TO HASH-LENGTH
              PERFORM HASH-ONE-LINE
           END-IF
           .

       APPEND-SEAL.
           MOVE LAST-SEAL TO ROLL-HASH
           MOVE SEAL-DATE TO ROLL-INPUT
           PERFORM ROLL-SEAL
           MOVE SPACES TO LEDGER-RECORD
           MOVE SEAL-DATE TO SEL-DATE
           MOVE STAMP-DATE TO SEL-STAMP-DATE
           MOVE STAMP-TIME TO SEL-STAMP-TIME
           MOVE NOW-JRN-COUNT TO SEL-JRN-COUNT
           MOVE NOW-JRN-HASH TO SEL-JRN-HASH
           MOVE NOW-DSP-COUNT TO SEL-DSP-COUNT
           MOVE NOW-DSP-HASH TO SEL-DSP-HASH
           MOVE NOW-RES-COUNT TO SEL-RES-COUNT
           MOVE NOW-RES-HASH TO SEL-RES-HASH
           MOVE LAST-SEAL TO SEL-PREV-SEAL
           MOVE NOW-SEAL TO SEL-SEAL
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS NOT = '00' AND LEDGER-STATUS NOT = '05'
              STRING 'seal.txt NOT OPENED - STATUS ' LEDGER-STATUS
                  DELIMITED BY SIZE INTO REFUSE-REASON
           ELSE
              WRITE LEDGER-RECORD
              IF LEDGER-STATUS NOT = '00'
                 STRING 'SEAL NOT WRITTEN TO seal.txt - STATUS '
                     LEDGER-STATUS DELIMITED BY SIZE
                     INTO REFUSE-REASON
              END-IF
              CLOSE LEDGER-FILE
              IF LEDGER-STATUS NOT = '00' AND REFUSE-REASON = SPACES
                 STRING 'seal.txt NOT CLOSED - STATUS '
                     LEDGER-STATUS DELIMITED BY SIZE
                     INTO REFUSE-REASON
              END-IF
           END-IF
           IF REFUSE-REASON = SPACES
              PERFORM REPORT-COMPONENTS
           END-IF
           .

      * The recomputed totals against the day's ledger line, one
      * line per component.
       COMPARE-WITH-SEAL.
           MOVE DAY-ENTRY TO LEDGER-RECORD
           PERFORM REPORT-COMPONENTS
           IF NOW-JRN-COUNT NOT = SEL-JRN-COUNT
              OR NOW-JRN-HASH NOT = SEL-JRN-HASH
              ADD 1 TO MISMATCH-COUNTER
              MOVE 'JOURNAL RECORDS DO NOT MATCH THE SEAL'
                  TO SEAL-REPORT-RECORD
              WRITE SEAL-REPORT-RECORD
           END-IF
           IF NOW-DSP-COUNT NOT = SEL-DSP-COUNT
              OR NOW-DSP-HASH NOT = SEL-DSP-HASH
              ADD 1 TO MISMATCH-COUNTER
              MOVE SPACES TO SEAL-REPORT-RECORD
              STRING 'DISPOSITIONS (' DELIMITED BY SIZE
                  DISPO-GEN-NAME DELIMITED BY SPACE
                  ') DO NOT MATCH THE SEAL' DELIMITED BY SIZE
                  INTO SEAL-REPORT-RECORD
              WRITE SEAL-REPORT-RECORD
           END-IF
           IF NOW-RES-COUNT NOT = SEL-RES-COUNT
              OR NOW-RES-HASH NOT = SEL-RES-HASH
              ADD 1 TO MISMATCH-COUNTER
              MOVE 'RESULTS MASTER DOES NOT MATCH THE SEAL'
                  TO SEAL-REPORT-RECORD
              WRITE SEAL-REPORT-RECORD
           END-IF
           MOVE SEL-SEAL TO NOW-SEAL
           .

      * Counts and hashes now, with the sealed figures alongside
      * (the same on a fresh seal).
       REPORT-COMPONENTS.
           MOVE SPACES TO SEAL-REPORT-RECORD
           STRING 'JOURNAL   ' NOW-JRN-COUNT ' ' NOW-JRN-HASH
               '  SEALED ' SEL-JRN-COUNT ' ' SEL-JRN-HASH
               DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
           WRITE SEAL-REPORT-RECORD
           MOVE SPACES TO SEAL-REPORT-RECORD
           STRING 'DISPO     ' NOW-DSP-COUNT ' ' NOW-DSP-HASH
               '  SEALED ' SEL-DSP-COUNT ' ' SEL-DSP-HASH
               DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
           WRITE SEAL-REPORT-RECORD
           MOVE SPACES TO SEAL-REPORT-RECORD
           STRING 'RESULTS   ' NOW-RES-COUNT ' ' NOW-RES-HASH
               '  SEALED ' SEL-RES-COUNT ' ' SEL-RES-HASH
               DELIMITED BY SIZE INTO SEAL-REPORT-RECORD
           WRITE SEAL-REPORT-RECORD
           .
