      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance transactions for the job profiles
      *          (jobprof.txt, GAUSJPR.CPY) -- the named sets of
      *          settings (NIGHTLY, ADHOC, CERT) a job runs under
      *          through GAUSS_PROFILE. A profile changes what every
      *          run under it solves with, so it is not edited by
      *          hand: transactions are read from proftran.txt, one
      *          per line, and applied in order:
      *            A  add     - a setting new to the profile (a
      *                         profile is created by its first add)
      *            C  change  - a new value for a setting on file
      *            D  delete  - the setting leaves the profile, and
      *                         the run falls back to the export or
      *                         the step's own default
      *          Every transaction is validated before it touches the
      *          table: only the settings GAUSKNB.CPY lists, and a
      *          value of the shape that setting takes (digits, a
      *          Y/N flag, a one-byte code). Each accepted change is
      *          appended to profchg.txt with the value before, the
      *          value after, who made it (GAUSS_USER) and when, so
      *          the date a tolerance moved is on record next to the
      *          config.txt snapshots of the runs either side of it.
      *          Every transaction is listed accepted or rejected,
      *          with the reason, in profmaint.txt; jobprof.txt is
      *          rewritten, each profile's settings together, only
      *          when something was accepted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSPRFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFILE-FILE ASSIGN TO 'jobprof.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'proftran.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSACTION-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO 'profchg.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LISTING-FILE ASSIGN TO 'profmaint.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PROFILE-FILE.
              COPY "GAUSJPR.CPY".

      *    One maintenance transaction: a code byte ahead of the
      *    profile fields it carries, laid out as in jobprof.txt.
           FD TRANSACTION-FILE.
           01 TRANSACTION-RECORD.
              05 TRN-CODE                  PIC X.
                 88 TRN-ADD                VALUE 'A'.
                 88 TRN-CHANGE             VALUE 'C'.
                 88 TRN-DELETE             VALUE 'D'.
              05 FILLER                    PIC X.
              05 TRN-PROFILE               PIC X(8).
              05 FILLER                    PIC X.
              05 TRN-KNOB                  PIC X(24).
              05 FILLER                    PIC X.
              05 TRN-VALUE                 PIC X(20).

      *    Before is blank on an add, after is blank on a delete.
           FD CHANGE-LOG-FILE.
           01 CHANGE-LOG-RECORD.
              05 CHG-DATE                  PIC 9(8).
              05 FILLER                    PIC X.
              05 CHG-TIME                  PIC 9(8).
              05 FILLER                    PIC X.
              05 CHG-USER                  PIC X(8).
              05 FILLER                    PIC X.
              05 CHG-CODE                  PIC X.
              05 FILLER                    PIC X.
              05 CHG-PROFILE               PIC X(8).
              05 FILLER                    PIC X.
              05 CHG-KNOB                  PIC X(24).
              05 FILLER                    PIC X.
              05 CHG-BEFORE-VALUE          PIC X(20).
              05 FILLER                    PIC X.
              05 CHG-AFTER-VALUE           PIC X(20).

           FD LISTING-FILE.
           01 LISTING-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GAUSKNB.CPY".

           77 PRF-MAX-ENTRIES              PIC 999 VALUE 999.

           01 PROFILE-STATUS               PIC XX.
      *    Whether jobprof.txt was read whole: the file is rewritten
      *    from the table, so a table that missed any of it must
      *    never be written back.
           01 LOAD-SWITCH                  PIC X.
              88 PROFILES-LOADED           VALUE 'Y'.
              88 PROFILES-NOT-READ         VALUE 'N'.
              88 PROFILES-OVERFLOWED       VALUE 'F'.
           01 TRANSACTION-STATUS           PIC XX.
           01 SCAN-EOF                     PIC X.
           01 MAINT-USER                   PIC X(8).
           01 STAMP-DATE                   PIC 9(8).
           01 STAMP-TIME                   PIC 9(8).

      *    Every setting of every profile, in file order, so the
      *    file can be rewritten once every transaction is applied.
      *    A deleted setting keeps its slot with the profile blanked.
           01 PRF-TABLE.
              05 PRF-ENTRY OCCURS 999.
                 10 PFT-PROFILE            PIC X(8).
                 10 PFT-KNOB               PIC X(24).
                 10 PFT-VALUE              PIC X(20).
           01 PRF-COUNTER                  PIC 999 COMP-3 VALUE ZERO.
           01 PRF-INDEX                    PIC 9(4) COMP-3.
           01 PRF-FOUND-AT                 PIC 9(4) COMP-3.
           01 PRF-INSERT-AT                PIC 9(4) COMP-3.

           01 KNOB-INDEX                   PIC 99 COMP-3.
           01 KNOB-FOUND-AT                PIC 99 COMP-3.
           01 VALUE-LENGTH                 PIC 99 COMP-3.

           01 REJECT-REASON                PIC X(40).
           01 BEFORE-VALUE                 PIC X(20).
           01 ACCEPTED-COUNTER             PIC 9(5) VALUE ZERO.
           01 REJECTED-COUNTER             PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO MAINT-USER
           ACCEPT MAINT-USER FROM ENVIRONMENT "GAUSS_USER"
           IF MAINT-USER = SPACES
              DISPLAY 'GAUSS_USER NOT SET - PROFILES NOT MAINTAINED'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS NOT = '00'
              DISPLAY 'proftran.txt NOT ON HAND - NOTHING TO APPLY'
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           PERFORM LOAD-PROFILES
           IF NOT PROFILES-LOADED
              IF PROFILES-OVERFLOWED
                 DISPLAY 'jobprof.txt HOLDS MORE THAN ' PRF-MAX-ENTRIES
                     ' SETTINGS - PROFILES NOT MAINTAINED'
              ELSE
                 DISPLAY 'jobprof.txt CANNOT BE READ - STATUS '
                     PROFILE-STATUS ' - PROFILES NOT MAINTAINED'
              END-IF
              CLOSE TRANSACTION-FILE
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT LISTING-FILE
           MOVE SPACES TO LISTING-RECORD
           STRING 'JOB PROFILE MAINTENANCE ' STAMP-DATE ' ' STAMP-TIME
               ' BY ' MAINT-USER DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           OPEN EXTEND CHANGE-LOG-FILE
           MOVE SPACE TO SCAN-EOF
           PERFORM APPLY-ONE-TRANSACTION UNTIL SCAN-EOF = 'E'
           CLOSE CHANGE-LOG-FILE
           CLOSE TRANSACTION-FILE

           IF ACCEPTED-COUNTER > 0
              PERFORM REWRITE-PROFILES
           END-IF

           MOVE SPACES TO LISTING-RECORD
           STRING ACCEPTED-COUNTER ' ACCEPTED, ' REJECTED-COUNTER
               ' REJECTED' DELIMITED BY SIZE INTO LISTING-RECORD
           WRITE LISTING-RECORD
           CLOSE LISTING-FILE
           DISPLAY LISTING-RECORD ' - SEE profmaint.txt'
           IF REJECTED-COUNTER > 0
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           STOP RUN.

      * No jobprof.txt yet (status 05) is an empty table; any other
      * open that does not go through leaves the profiles unread.
       LOAD-PROFILES.
           SET PROFILES-NOT-READ TO TRUE
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS = '00' OR PROFILE-STATUS = '05'
              SET PROFILES-LOADED TO TRUE
              MOVE SPACE TO SCAN-EOF
              PERFORM TAKE-ONE-PROFILE-RECORD UNTIL SCAN-EOF = 'E'
              CLOSE PROFILE-FILE
           END-IF
           .

       TAKE-ONE-PROFILE-RECORD.
           READ PROFILE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND JPR-PROFILE NOT = SPACES
              IF PRF-COUNTER < PRF-MAX-ENTRIES
                 ADD 1 TO PRF-COUNTER
                 MOVE JPR-PROFILE TO PFT-PROFILE(PRF-COUNTER)
                 MOVE JPR-KNOB TO PFT-KNOB(PRF-COUNTER)
                 MOVE JPR-VALUE TO PFT-VALUE(PRF-COUNTER)
              ELSE
                 SET PROFILES-OVERFLOWED TO TRUE
              END-IF
           END-IF
           .

      * One transaction: validated against the profiles as they
      * stand after every earlier transaction of the run, so an add
      * then a change of the same setting in one file works as read.
      * Profile and setting names are filed upper case whatever case
      * they were keyed in.
       APPLY-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E' AND TRANSACTION-RECORD NOT = SPACES
              INSPECT TRN-PROFILE CONVERTING
                  'abcdefghijklmnopqrstuvwxyz'
                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              INSPECT TRN-KNOB CONVERTING
                  'abcdefghijklmnopqrstuvwxyz'
                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              MOVE SPACES TO REJECT-REASON
              MOVE SPACES TO BEFORE-VALUE
              PERFORM FIND-PROFILE-ENTRY
              PERFORM FIND-KNOB
              EVALUATE TRUE
                  WHEN TRN-PROFILE = SPACES
                      MOVE 'NO PROFILE NAME' TO REJECT-REASON
                  WHEN KNOB-FOUND-AT = 0
                      MOVE 'NOT A PROFILE SETTING' TO REJECT-REASON
                  WHEN TRN-ADD
                      PERFORM VALIDATE-ADD
                  WHEN TRN-CHANGE
                      PERFORM VALIDATE-CHANGE
                  WHEN TRN-DELETE
                      PERFORM VALIDATE-DELETE
                  WHEN OTHER
                      MOVE 'UNKNOWN TRANSACTION CODE' TO REJECT-REASON
              END-EVALUATE
              IF REJECT-REASON = SPACES
                 PERFORM POST-TRANSACTION
              ELSE
                 ADD 1 TO REJECTED-COUNTER
                 MOVE SPACES TO LISTING-RECORD
                 STRING TRN-CODE ' ' TRN-PROFILE ' ' TRN-KNOB
                     ' REJECTED - ' REJECT-REASON DELIMITED BY SIZE
                     INTO LISTING-RECORD
                 WRITE LISTING-RECORD
              END-IF
           END-IF
           .

       FIND-PROFILE-ENTRY.
           MOVE 0 TO PRF-FOUND-AT
           PERFORM VARYING PRF-INDEX FROM 1 BY 1
                   UNTIL PRF-INDEX > PRF-COUNTER OR PRF-FOUND-AT > 0
               IF PFT-PROFILE(PRF-INDEX) = TRN-PROFILE
                  AND PFT-KNOB(PRF-INDEX) = TRN-KNOB
                  MOVE PRF-INDEX TO PRF-FOUND-AT
               END-IF
           END-PERFORM
           .

       FIND-KNOB.
           MOVE 0 TO KNOB-FOUND-AT
           PERFORM VARYING KNOB-INDEX FROM 1 BY 1
                   UNTIL KNOB-INDEX > KNOB-COUNT OR KNOB-FOUND-AT > 0
               IF KNB-NAME(KNOB-INDEX) = TRN-KNOB
                  MOVE KNOB-INDEX TO KNOB-FOUND-AT
               END-IF
           END-PERFORM
           .

       VALIDATE-ADD.
           EVALUATE TRUE
               WHEN PRF-FOUND-AT > 0
                   MOVE 'SETTING ALREADY IN PROFILE' TO REJECT-REASON
               WHEN PRF-COUNTER NOT < PRF-MAX-ENTRIES
                   MOVE 'PROFILE FILE FULL' TO REJECT-REASON
               WHEN OTHER
                   PERFORM VALIDATE-VALUE-SHAPE
           END-EVALUATE
           .

       VALIDATE-CHANGE.
           EVALUATE TRUE
               WHEN PRF-FOUND-AT = 0
                   MOVE 'SETTING NOT IN PROFILE' TO REJECT-REASON
               WHEN OTHER
                   PERFORM VALIDATE-VALUE-SHAPE
                   IF REJECT-REASON = SPACES
                      AND TRN-VALUE = PFT-VALUE(PRF-FOUND-AT)
                      MOVE 'VALUE UNCHANGED' TO REJECT-REASON
                   END-IF
           END-EVALUATE
           .

       VALIDATE-DELETE.
           IF PRF-FOUND-AT = 0
              MOVE 'SETTING NOT IN PROFILE' TO REJECT-REASON
           END-IF
           .

      * The value as the step reading it will take it: digits from
      * the first byte on for a number (the steps read numbers into
      * numeric fields, so a sign or a decimal point would land as
      * garbage), Y or N for a flag, one byte for a code.
       VALIDATE-VALUE-SHAPE.
           IF KNB-SHAPE(KNOB-FOUND-AT) = 'F'
              OR KNB-SHAPE(KNOB-FOUND-AT) = 'C'
              INSPECT TRN-VALUE CONVERTING
                  'abcdefghijklmnopqrstuvwxyz'
                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           MOVE 0 TO VALUE-LENGTH
           INSPECT TRN-VALUE TALLYING VALUE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN TRN-VALUE = SPACES OR VALUE-LENGTH = 0
                   MOVE 'NO VALUE' TO REJECT-REASON
               WHEN VALUE-LENGTH < 20
                    AND TRN-VALUE(VALUE-LENGTH + 1:) NOT = SPACES
                   MOVE 'VALUE HAS EMBEDDED SPACES' TO REJECT-REASON
               WHEN KNB-SHAPE(KNOB-FOUND-AT) = 'N'
                    AND TRN-VALUE(1:VALUE-LENGTH) IS NOT NUMERIC
                   MOVE 'VALUE MUST BE DIGITS ONLY' TO REJECT-REASON
               WHEN KNB-SHAPE(KNOB-FOUND-AT) = 'F'
                    AND TRN-VALUE NOT = 'Y'
                    AND TRN-VALUE NOT = 'N'
                   MOVE 'VALUE MUST BE Y OR N' TO REJECT-REASON
               WHEN KNB-SHAPE(KNOB-FOUND-AT) = 'C'
                    AND VALUE-LENGTH > 1
                   MOVE 'VALUE MUST BE ONE CHARACTER' TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * The table is changed, then the before and after values go to
      * the change log together. A new setting is filed behind the
      * last one of its profile, so each profile reads as one block.
       POST-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM FIND-INSERT-POINT
                   PERFORM VARYING PRF-INDEX FROM PRF-COUNTER BY -1
                           UNTIL PRF-INDEX < PRF-INSERT-AT
                       MOVE PRF-ENTRY(PRF-INDEX)
                           TO PRF-ENTRY(PRF-INDEX + 1)
                   END-PERFORM
                   ADD 1 TO PRF-COUNTER
                   MOVE TRN-PROFILE TO PFT-PROFILE(PRF-INSERT-AT)
                   MOVE TRN-KNOB TO PFT-KNOB(PRF-INSERT-AT)
                   MOVE TRN-VALUE TO PFT-VALUE(PRF-INSERT-AT)
               WHEN TRN-CHANGE
                   MOVE PFT-VALUE(PRF-FOUND-AT) TO BEFORE-VALUE
                   MOVE TRN-VALUE TO PFT-VALUE(PRF-FOUND-AT)
               WHEN TRN-DELETE
                   MOVE PFT-VALUE(PRF-FOUND-AT) TO BEFORE-VALUE
                   MOVE SPACES TO PFT-PROFILE(PRF-FOUND-AT)
                   MOVE SPACES TO TRN-VALUE
           END-EVALUATE

           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE STAMP-DATE TO CHG-DATE
           MOVE STAMP-TIME TO CHG-TIME
           MOVE MAINT-USER TO CHG-USER
           MOVE TRN-CODE TO CHG-CODE
           MOVE TRN-PROFILE TO CHG-PROFILE
           MOVE TRN-KNOB TO CHG-KNOB
           MOVE BEFORE-VALUE TO CHG-BEFORE-VALUE
           MOVE TRN-VALUE TO CHG-AFTER-VALUE
           WRITE CHANGE-LOG-RECORD

           ADD 1 TO ACCEPTED-COUNTER
           MOVE SPACES TO LISTING-RECORD
           IF TRN-ADD
              STRING TRN-CODE ' ' TRN-PROFILE ' ' TRN-KNOB
                  ' ACCEPTED - NOW ' TRN-VALUE DELIMITED BY SIZE
                  INTO LISTING-RECORD
           ELSE
              STRING TRN-CODE ' ' TRN-PROFILE ' ' TRN-KNOB
                  ' ACCEPTED - WAS ' BEFORE-VALUE DELIMITED BY SIZE
                  INTO LISTING-RECORD
           END-IF
           WRITE LISTING-RECORD
           .

      * Behind the last setting already filed for the profile; a
      * profile's first setting goes on the end.
       FIND-INSERT-POINT.
           COMPUTE PRF-INSERT-AT = PRF-COUNTER + 1
           PERFORM VARYING PRF-INDEX FROM 1 BY 1
                   UNTIL PRF-INDEX > PRF-COUNTER
               IF PFT-PROFILE(PRF-INDEX) = TRN-PROFILE
                  COMPUTE PRF-INSERT-AT = PRF-INDEX + 1
               END-IF
           END-PERFORM
           .

      * Only reached with the whole file in the table (LOAD-SWITCH).
       REWRITE-PROFILES.
           OPEN OUTPUT PROFILE-FILE
           PERFORM VARYING PRF-INDEX FROM 1 BY 1
                   UNTIL PRF-INDEX > PRF-COUNTER
               IF PFT-PROFILE(PRF-INDEX) NOT = SPACES
                  MOVE SPACES TO JOB-PROFILE-RECORD
                  MOVE PFT-PROFILE(PRF-INDEX) TO JPR-PROFILE
                  MOVE PFT-KNOB(PRF-INDEX) TO JPR-KNOB
                  MOVE PFT-VALUE(PRF-INDEX) TO JPR-VALUE
                  WRITE JOB-PROFILE-RECORD
               END-IF
           END-PERFORM
           CLOSE PROFILE-FILE
           .
