      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance transactions for the model registry
      *          (registry.txt), which drives the load step's registry
      *          check and the missed-submission report and used to be
      *          edited by hand -- a typo in a status or frequency
      *          byte quietly changed what was rejected or reported as
      *          missed. Transactions are read from regtran.txt, one
      *          per line, and applied in order:
      *            A  add       - new matrix id, desk, frequency
      *                           and priority (status defaults to
      *                           active, priority to standard)
      *            C  change    - desk, frequency and/or priority of
      *                           an id on file; a blank field stays
      *                           as it is
      *            R  retire    - active id to retired
      *            I  reinstate - retired id back to active
      *          Every transaction is validated before it touches the
      *          table: no duplicate matrix id on an add, only the
      *          status, frequency and priority codes GAUSREG.CPY
      *          knows, and no
      *          retiring a model that still sits in one of today's
      *          pending slots (pending1.txt through pending9.txt)
      *          awaiting release. Each accepted change is appended
      *          to regaudit.txt with the before image, the after
      *          image, who made it (GAUSS_USER) and when; every
      *          transaction is listed accepted or rejected, with the
      *          reason, in regmaint.txt; registry.txt is rewritten
      *          only when something was accepted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSREGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO 'registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRY-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'regtran.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTION-STATUS.

           SELECT PENDING-FILE ASSIGN TO PENDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'regaudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LISTING-FILE ASSIGN TO 'regmaint.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
              COPY "GAUSREG.CPY".

      *    One maintenance transaction: a code byte ahead of the
      *    registry fields it carries, laid out as in registry.txt.
           FD TRANSACTION-FILE.
           01 TRANSACTION-RECORD.
              05 TRN-CODE                  PIC X.
                 88 TRN-ADD                VALUE 'A'.
                 88 TRN-CHANGE             VALUE 'C'.
                 88 TRN-RETIRE             VALUE 'R'.
                 88 TRN-REINSTATE          VALUE 'I'.
              05 FILLER                    PIC X.
              05 TRN-MATRIX-ID             PIC X(10).
              05 FILLER                    PIC X.
              05 TRN-DESK                  PIC X(8).
              05 FILLER                    PIC X.
              05 TRN-STATUS                PIC X.
              05 FILLER                    PIC X.
              05 TRN-FREQUENCY             PIC X.
              05 FILLER                    PIC X.
              05 TRN-PRIORITY              PIC X.

           FD PENDING-FILE.
           01 PENDING-RECORD               PIC X(2400).

      *    Before and after images are the registry line exactly as
      *    it stood and as it now stands (blank before an add), so
      *    the audit answers "who changed what to what, when" from
      *    this one file.
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
              05 AUD-DATE                  PIC 9(8).
              05 FILLER                    PIC X.
              05 AUD-TIME                  PIC 9(8).
              05 FILLER                    PIC X.
              05 AUD-USER                  PIC X(8).
              05 FILLER                    PIC X.
              05 AUD-CODE                  PIC X.
              05 FILLER                    PIC X.
              05 AUD-BEFORE-IMAGE          PIC X(40).
              05 FILLER                    PIC X.
              05 AUD-AFTER-IMAGE           PIC X(40).

           FD LISTING-FILE.
           01 LISTING-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           77 REG-MAX-ENTRIES              PIC 999 VALUE 999.

           01 REGISTRY-STATUS              PIC XX.
      *    Whether registry.txt was read whole: the file is rewritten
      *    from the table, so a table that missed any of it must
      *    never be written back.
           01 LOAD-SWITCH                  PIC X.
              88 REGISTRY-LOADED           VALUE 'Y'.
              88 REGISTRY-NOT-READ         VALUE 'N'.
              88 REGISTRY-OVERFLOWED       VALUE 'F'.
      *    Whether the rewrite of registry.txt went through.
           01 REWRITE-SWITCH               PIC X VALUE 'Y'.
              88 REGISTRY-REWRITTEN        VALUE 'Y'.
              88 REGISTRY-NOT-REWRITTEN    VALUE 'N'.
           01 TRANSACTION-STATUS           PIC XX.
           01 PENDING-STATUS               PIC XX.
           01 PENDING-FILE-NAME            PIC X(24).
           01 SCAN-EOF                     PIC X.
           01 MAINT-USER                   PIC X(8).
           01 STAMP-DATE                   PIC 9(8).
           01 STAMP-TIME                   PIC 9(8).

      *    The whole registry, in file order, so it can be rewritten
      *    once every transaction has been applied.
           01 REG-TABLE.
              05 REG-ENTRY OCCURS 999.
                 10 RGT-MATRIX-ID          PIC X(10).
                 10 RGT-DESK               PIC X(8).
                 10 RGT-STATUS             PIC X.
                 10 RGT-FREQUENCY          PIC X.
                 10 RGT-PRIORITY           PIC X.
           01 REG-COUNTER                  PIC 999 COMP-3 VALUE ZERO.
           01 REG-INDEX                    PIC 9(4) COMP-3.
           01 REG-FOUND-AT                 PIC 9(4) COMP-3.

      *    Matrix ids parked in today's pending slots; a model listed
      *    here cannot be retired out from under its reviewer.
           01 PENDING-TABLE.
              05 PND-MATRIX-ID             PIC X(10) OCCURS 9.
           01 PEND-SLOT                    PIC 99 COMP-3.
           01 PRINT-SLOT                   PIC 9.
           01 PEND-HIT                     PIC X.

           01 REJECT-REASON                PIC X(40).
           01 BEFORE-IMAGE                 PIC X(40).
           01 ACCEPTED-COUNTER             PIC 9(5) VALUE ZERO.
           01 REJECTED-COUNTER             PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO MAINT-USER
           ACCEPT MAINT-USER FROM ENVIRONMENT "GAUSS_USER"
           IF MAINT-USER = SPACES
              DISPLAY 'GAUSS_USER NOT SET - REGISTRY NOT MAINTAINED'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS NOT = '00'
              DISPLAY 'regtran.txt NOT ON HAND - NOTHING TO APPLY'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           PERFORM LOAD-REGISTRY
           IF NOT REGISTRY-LOADED
              IF REGISTRY-OVERFLOWED
                 DISPLAY 'registry.txt HOLDS MORE THAN '
                     REG-MAX-ENTRIES ' MODELS - REGISTRY NOT MAINTAINED'
              ELSE
                 DISPLAY 'registry.txt CANNOT BE READ - STATUS '
                     REGISTRY-STATUS ' - REGISTRY NOT MAINTAINED'
              END-IF
              CLOSE TRANSACTION-FILE
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM LOAD-PENDING-SLOTS

           OPEN OUTPUT LISTING-FILE
           MOVE SPACES TO LISTING-RECORD
           STRING 'REGISTRY MAINTENANCE ' STAMP-DATE ' ' STAMP-TIME
               ' BY ' MAINT-USER DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           OPEN EXTEND AUDIT-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM APPLY-ONE-TRANSACTION UNTIL SCAN-EOF = 'E'
           CLOSE AUDIT-FILE
           CLOSE TRANSACTION-FILE

           IF ACCEPTED-COUNTER > 0
              PERFORM REWRITE-REGISTRY
           END-IF

           MOVE SPACES TO LISTING-RECORD
           STRING ACCEPTED-COUNTER ' ACCEPTED, ' REJECTED-COUNTER
               ' REJECTED' DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           CLOSE LISTING-FILE
           DISPLAY LISTING-RECORD ' - SEE regmaint.txt'
           IF REJECTED-COUNTER > 0 OR REGISTRY-NOT-REWRITTEN
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.

      * No registry.txt yet (status 05) is an empty table; any other
      * open that does not go through leaves the registry unread.
       LOAD-REGISTRY.
           SET REGISTRY-NOT-READ TO TRUE
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-STATUS = '00' OR REGISTRY-STATUS = '05'
              SET REGISTRY-LOADED TO TRUE
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-REGISTRY-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE REGISTRY-FILE
           END-IF
           .

       TAKE-ONE-REGISTRY-RECORD.
           READ REGISTRY-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND REG-MATRIX-ID NOT = SPACES
              IF REG-COUNTER < REG-MAX-ENTRIES
                 ADD 1 TO REG-COUNTER
                 MOVE REG-MATRIX-ID TO RGT-MATRIX-ID(REG-COUNTER)
                 MOVE REG-DESK TO RGT-DESK(REG-COUNTER)
                 MOVE REG-STATUS TO RGT-STATUS(REG-COUNTER)
                 MOVE REG-FREQUENCY TO RGT-FREQUENCY(REG-COUNTER)
                 MOVE REG-PRIORITY TO RGT-PRIORITY(REG-COUNTER)
              ELSE
                 SET REGISTRY-OVERFLOWED TO TRUE
              END-IF
           END-IF
           .

      * The header of every occupied pending slot names the model
      * waiting in it -- the same bytes GAUSAPPR reads back.
       LOAD-PENDING-SLOTS.
           PERFORM VARYING PEND-SLOT FROM 1 BY 1 UNTIL PEND-SLOT > 9
               MOVE SPACES TO PND-MATRIX-ID(PEND-SLOT)
               MOVE PEND-SLOT TO PRINT-SLOT
               MOVE SPACES TO PENDING-FILE-NAME
               STRING 'pending' PRINT-SLOT '.txt' DELIMITED BY SIZE
                   INTO PENDING-FILE-NAME
               OPEN INPUT PENDING-FILE
               IF PENDING-STATUS = '00'
                  READ PENDING-FILE
                      NOT AT END
                          MOVE PENDING-RECORD(8:10)
                              TO PND-MATRIX-ID(PEND-SLOT)
                  END-READ
                  CLOSE PENDING-FILE
               END-IF
           END-PERFORM
           .

      * One transaction: validated against the registry as it stands
      * after every earlier transaction of the run, so an add then a
      * change of the same id in one file works as read.
       APPLY-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND TRANSACTION-RECORD NOT = SPACES
              MOVE SPACES TO REJECT-REASON
              MOVE SPACES TO BEFORE-IMAGE
              PERFORM FIND-REGISTRY-ENTRY
              EVALUATE TRUE
                  WHEN TRN-MATRIX-ID = SPACES
                      MOVE 'NO MATRIX ID' TO REJECT-REASON
                  WHEN TRN-ADD
                      PERFORM VALIDATE-ADD
                  WHEN TRN-CHANGE
                      PERFORM VALIDATE-CHANGE
                  WHEN TRN-RETIRE
                      PERFORM VALIDATE-RETIRE
                  WHEN TRN-REINSTATE
                      PERFORM VALIDATE-REINSTATE
                  WHEN OTHER
                      MOVE 'UNKNOWN TRANSACTION CODE' TO REJECT-REASON
              END-EVALUATE
              IF REJECT-REASON = SPACES
                 PERFORM POST-TRANSACTION
              ELSE
                 ADD 1 TO REJECTED-COUNTER
                 MOVE SPACES TO LISTING-RECORD
                 STRING TRN-CODE ' ' TRN-MATRIX-ID ' REJECTED - '
                     REJECT-REASON DELIMITED BY SIZE
                     INTO LISTING-RECORD
                 WRITE LISTING-RECORD
              END-IF
           END-IF
           .

       FIND-REGISTRY-ENTRY.
           MOVE 0 TO REG-FOUND-AT
           PERFORM VARYING REG-INDEX FROM 1 BY 1
                   UNTIL REG-INDEX > REG-COUNTER OR REG-FOUND-AT > 0
               IF RGT-MATRIX-ID(REG-INDEX) = TRN-MATRIX-ID
                  MOVE REG-INDEX TO REG-FOUND-AT
               END-IF
           END-PERFORM
           .

      * An add needs an id not yet on file, a frequency code and, if
      * given, a status and a priority code the registry knows; blank
      * status is active, blank priority is the standard one.
       VALIDATE-ADD.
           EVALUATE TRUE
               WHEN REG-FOUND-AT > 0
                   MOVE 'DUPLICATE MATRIX ID' TO REJECT-REASON
               WHEN REG-COUNTER NOT < REG-MAX-ENTRIES
                   MOVE 'REGISTRY FULL' TO REJECT-REASON
               WHEN TRN-STATUS NOT = SPACE
                    AND TRN-STATUS NOT = 'A'
                    AND TRN-STATUS NOT = 'R'
                   MOVE 'INVALID STATUS CODE' TO REJECT-REASON
               WHEN TRN-FREQUENCY NOT = 'D'
                    AND TRN-FREQUENCY NOT = 'W'
                    AND TRN-FREQUENCY NOT = 'M'
                   MOVE 'INVALID FREQUENCY CODE' TO REJECT-REASON
               WHEN TRN-PRIORITY NOT = SPACE
                    AND (TRN-PRIORITY < '1' OR TRN-PRIORITY > '9')
                   MOVE 'INVALID PRIORITY CODE' TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * A change may move the desk, the frequency and the priority;
      * the status only moves through retire and reinstate, which
      * carry their own checks.
       VALIDATE-CHANGE.
           EVALUATE TRUE
               WHEN REG-FOUND-AT = 0
                   MOVE 'MATRIX ID NOT ON FILE' TO REJECT-REASON
               WHEN TRN-STATUS NOT = SPACE
                   MOVE 'STATUS CHANGES BY RETIRE/REINSTATE ONLY'
                       TO REJECT-REASON
               WHEN TRN-FREQUENCY NOT = SPACE
                    AND TRN-FREQUENCY NOT = 'D'
                    AND TRN-FREQUENCY NOT = 'W'
                    AND TRN-FREQUENCY NOT = 'M'
                   MOVE 'INVALID FREQUENCY CODE' TO REJECT-REASON
               WHEN TRN-PRIORITY NOT = SPACE
                    AND (TRN-PRIORITY < '1' OR TRN-PRIORITY > '9')
                   MOVE 'INVALID PRIORITY CODE' TO REJECT-REASON
               WHEN TRN-DESK = SPACES AND TRN-FREQUENCY = SPACE
                    AND TRN-PRIORITY = SPACE
                   MOVE 'NOTHING TO CHANGE' TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       VALIDATE-RETIRE.
           MOVE SPACE TO PEND-HIT
           PERFORM VARYING PEND-SLOT FROM 1 BY 1 UNTIL PEND-SLOT > 9
               IF PND-MATRIX-ID(PEND-SLOT) = TRN-MATRIX-ID
                  MOVE 'Y' TO PEND-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN REG-FOUND-AT = 0
                   MOVE 'MATRIX ID NOT ON FILE' TO REJECT-REASON
               WHEN RGT-STATUS(REG-FOUND-AT) NOT = 'A'
                   MOVE 'NOT ACTIVE' TO REJECT-REASON
               WHEN PEND-HIT = 'Y'
                   MOVE 'STILL IN A PENDING SLOT TODAY'
                       TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       VALIDATE-REINSTATE.
           EVALUATE TRUE
               WHEN REG-FOUND-AT = 0
                   MOVE 'MATRIX ID NOT ON FILE' TO REJECT-REASON
               WHEN RGT-STATUS(REG-FOUND-AT) NOT = 'R'
                   MOVE 'NOT RETIRED' TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * The entry is changed in the table, then the before and after
      * images go to the audit trail together.
       POST-TRANSACTION.
           IF REG-FOUND-AT > 0
              PERFORM BUILD-REGISTRY-IMAGE
              MOVE REGISTRY-RECORD TO BEFORE-IMAGE
           ELSE
              ADD 1 TO REG-COUNTER
              MOVE REG-COUNTER TO REG-FOUND-AT
              MOVE TRN-MATRIX-ID TO RGT-MATRIX-ID(REG-FOUND-AT)
              MOVE TRN-DESK TO RGT-DESK(REG-FOUND-AT)
              MOVE TRN-FREQUENCY TO RGT-FREQUENCY(REG-FOUND-AT)
              MOVE TRN-PRIORITY TO RGT-PRIORITY(REG-FOUND-AT)
              IF TRN-STATUS = SPACE
                 MOVE 'A' TO RGT-STATUS(REG-FOUND-AT)
              ELSE
                 MOVE TRN-STATUS TO RGT-STATUS(REG-FOUND-AT)
              END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRN-CHANGE
                   IF TRN-DESK NOT = SPACES
                      MOVE TRN-DESK TO RGT-DESK(REG-FOUND-AT)
                   END-IF
                   IF TRN-FREQUENCY NOT = SPACE
                      MOVE TRN-FREQUENCY TO RGT-FREQUENCY(REG-FOUND-AT)
                   END-IF
                   IF TRN-PRIORITY NOT = SPACE
                      MOVE TRN-PRIORITY TO RGT-PRIORITY(REG-FOUND-AT)
                   END-IF
               WHEN TRN-RETIRE
                   MOVE 'R' TO RGT-STATUS(REG-FOUND-AT)
               WHEN TRN-REINSTATE
                   MOVE 'A' TO RGT-STATUS(REG-FOUND-AT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM BUILD-REGISTRY-IMAGE

           MOVE SPACES TO AUDIT-RECORD
           MOVE STAMP-DATE TO AUD-DATE
           MOVE STAMP-TIME TO AUD-TIME
           MOVE MAINT-USER TO AUD-USER
           MOVE TRN-CODE TO AUD-CODE
           MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE REGISTRY-RECORD TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD

           ADD 1 TO ACCEPTED-COUNTER
           MOVE SPACES TO LISTING-RECORD
           STRING TRN-CODE ' ' TRN-MATRIX-ID ' ACCEPTED - NOW '
               REGISTRY-RECORD DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           .

      * Lays the table entry out as its registry.txt line, in the
      * record area itself, so the images are byte for byte what the
      * file holds.
       BUILD-REGISTRY-IMAGE.
           MOVE SPACES TO REGISTRY-RECORD
           MOVE RGT-MATRIX-ID(REG-FOUND-AT) TO REG-MATRIX-ID
           MOVE RGT-DESK(REG-FOUND-AT) TO REG-DESK
           MOVE RGT-STATUS(REG-FOUND-AT) TO REG-STATUS
           MOVE RGT-FREQUENCY(REG-FOUND-AT) TO REG-FREQUENCY
           MOVE RGT-PRIORITY(REG-FOUND-AT) TO REG-PRIORITY
           .

      * Only reached with the whole file in the table (LOAD-SWITCH).
      * An open that does not go through leaves registry.txt as it
      * was; the run's regaudit.txt entries then describe changes
      * that did not take, and the listing and operator say so.
       REWRITE-REGISTRY.
           OPEN OUTPUT REGISTRY-FILE
           IF REGISTRY-STATUS NOT = '00'
              SET REGISTRY-NOT-REWRITTEN TO TRUE
              MOVE SPACES TO LISTING-RECORD
              STRING 'registry.txt NOT REWRITTEN - STATUS '
                  REGISTRY-STATUS ' - ACCEPTED CHANGES NOT IN EFFECT'
                  DELIMITED BY SIZE INTO LISTING-RECORD
              WRITE LISTING-RECORD
              DISPLAY LISTING-RECORD
           ELSE
              PERFORM VARYING REG-FOUND-AT FROM 1 BY 1
                      UNTIL REG-FOUND-AT > REG-COUNTER
                  PERFORM BUILD-REGISTRY-IMAGE
                  WRITE REGISTRY-RECORD
              END-PERFORM
              CLOSE REGISTRY-FILE
           END-IF
           .
