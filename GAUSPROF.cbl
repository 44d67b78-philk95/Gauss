      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies the named job profile a run was started
      *          under. GAUSS_PROFILE names it (NIGHTLY, ADHOC, CERT
      *          or whatever else jobprof.txt holds); every setting
      *          the profile carries is laid over the environment
      *          before any step reads it, so a night's tolerances,
      *          pivoting, scaling and rounding come from one
      *          maintained file instead of whatever the operator
      *          happened to export. The profile wins: a setting
      *          exported with a different value is overridden and
      *          the override goes to the run log as a warning.
      *          Settings GAUSKNB.CPY does not list are not applied.
      *          Called by GAUSBATCH before the first step and by the
      *          load step's FORERUN; once a profile is applied the
      *          job carries GAUSS_PROFILE_APPLIED, so the second
      *          call (and every call of a repeating driver) finds
      *          the work done. No GAUSS_PROFILE leaves the
      *          environment as exported. Return code 1 when the
      *          profile was asked for and could not be applied --
      *          no jobprof.txt, or no setting on file under that
      *          name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO 'jobprof.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PROFILE-FILE.
              COPY "GAUSJPR.CPY".

       WORKING-STORAGE SECTION.
           COPY "GAUSKNB.CPY".

           01 PROFILE-STATUS               PIC XX.
           01 PROFILE-EOF                  PIC X.
           01 PROFILE-NAME                 PIC X(8).
           01 APPLIED-NAME                 PIC X(8).
           01 EXPORTED-VALUE               PIC X(20).
           01 KNOB-INDEX                   PIC 99 COMP-3.
           01 KNOB-FOUND                   PIC X.
           01 APPLIED-COUNTER              PIC 999 COMP-3 VALUE ZERO.
           01 OVERRIDE-COUNTER             PIC 999 COMP-3 VALUE ZERO.
           01 PRINT-COUNT                  PIC ZZ9.
           01 PRINT-OVERRIDES              PIC ZZ9.

           01 LOG-REQUEST.
              COPY "GAUSLGR.CPY".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO APPLIED-COUNTER
           MOVE 0 TO OVERRIDE-COUNTER
           MOVE SPACES TO PROFILE-NAME
           ACCEPT PROFILE-NAME FROM ENVIRONMENT "GAUSS_PROFILE"
           IF PROFILE-NAME = SPACES
              GO TO MAIN-EXIT
           END-IF
           INSPECT PROFILE-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO APPLIED-NAME
           ACCEPT APPLIED-NAME FROM ENVIRONMENT "GAUSS_PROFILE_APPLIED"
           IF APPLIED-NAME = PROFILE-NAME
              GO TO MAIN-EXIT
           END-IF

           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = '00'
              SET LOG-SEV-ERROR TO TRUE
              MOVE 0 TO LOG-SEQUENCE
              MOVE SPACES TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING 'JOB PROFILE ' DELIMITED BY SIZE
                  PROFILE-NAME DELIMITED BY SPACE
                  ' NOT APPLIED - jobprof.txt NOT ON HAND'
                  DELIMITED BY SIZE INTO LOG-TEXT
              CALL 'GAUSLOG' USING LOG-REQUEST
              DISPLAY LOG-TEXT
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           MOVE SPACE TO PROFILE-EOF
           PERFORM APPLY-ONE-SETTING UNTIL PROFILE-EOF = 'E'
           CLOSE PROFILE-FILE

           IF APPLIED-COUNTER = 0
              SET LOG-SEV-ERROR TO TRUE
              MOVE 0 TO LOG-SEQUENCE
              MOVE SPACES TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING 'JOB PROFILE ' DELIMITED BY SIZE
                  PROFILE-NAME DELIMITED BY SPACE
                  ' NOT APPLIED - NO SETTINGS ON FILE'
                  DELIMITED BY SIZE INTO LOG-TEXT
              CALL 'GAUSLOG' USING LOG-REQUEST
              DISPLAY LOG-TEXT
              MOVE 1 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

      *    The name goes back upper case, so every later reader of
      *    GAUSS_PROFILE sees the profile exactly as it is filed.
           SET ENVIRONMENT 'GAUSS_PROFILE' TO PROFILE-NAME
           SET ENVIRONMENT 'GAUSS_PROFILE_APPLIED' TO PROFILE-NAME
           MOVE APPLIED-COUNTER TO PRINT-COUNT
           MOVE OVERRIDE-COUNTER TO PRINT-OVERRIDES
           SET LOG-SEV-INFO TO TRUE
           MOVE 0 TO LOG-SEQUENCE
           MOVE SPACES TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           STRING 'JOB PROFILE ' DELIMITED BY SIZE
               PROFILE-NAME DELIMITED BY SPACE
               ' APPLIED - ' PRINT-COUNT ' SETTINGS, ' PRINT-OVERRIDES
               ' OVERRIDDEN'
               DELIMITED BY SIZE INTO LOG-TEXT
           CALL 'GAUSLOG' USING LOG-REQUEST
           DISPLAY LOG-TEXT.
       MAIN-EXIT.
           EXIT PROGRAM.

      * One line of jobprof.txt: a setting of this profile is
      * checked against the settings a profile may carry, compared
      * with what was exported, and then set.
       APPLY-ONE-SETTING.
           READ PROFILE-FILE
               AT END MOVE 'E' TO PROFILE-EOF
           END-READ
           IF PROFILE-EOF NOT = 'E'
              AND JPR-PROFILE = PROFILE-NAME
              AND JPR-KNOB NOT = SPACES
              MOVE SPACE TO KNOB-FOUND
              PERFORM VARYING KNOB-INDEX FROM 1 BY 1
                      UNTIL KNOB-INDEX > KNOB-COUNT
                  IF KNB-NAME(KNOB-INDEX) = JPR-KNOB
                     MOVE 'Y' TO KNOB-FOUND
                  END-IF
              END-PERFORM
              IF KNOB-FOUND = 'Y'
                 PERFORM SET-ONE-SETTING
              ELSE
                 SET LOG-SEV-WARNING TO TRUE
                 MOVE 0 TO LOG-SEQUENCE
                 MOVE SPACES TO LOG-MATRIX-ID
                 MOVE SPACES TO LOG-TEXT
                 STRING 'JOB PROFILE ' DELIMITED BY SIZE
                     PROFILE-NAME DELIMITED BY SPACE
                     ' - ' DELIMITED BY SIZE
                     JPR-KNOB DELIMITED BY SPACE
                     ' NOT A PROFILE SETTING, SKIPPED'
                     DELIMITED BY SIZE INTO LOG-TEXT
                 CALL 'GAUSLOG' USING LOG-REQUEST
                 DISPLAY LOG-TEXT
              END-IF
           END-IF
           .

       SET-ONE-SETTING.
           MOVE SPACES TO EXPORTED-VALUE
           ACCEPT EXPORTED-VALUE FROM ENVIRONMENT JPR-KNOB
           IF EXPORTED-VALUE NOT = SPACES
              AND EXPORTED-VALUE NOT = JPR-VALUE
              ADD 1 TO OVERRIDE-COUNTER
              SET LOG-SEV-WARNING TO TRUE
              MOVE 0 TO LOG-SEQUENCE
              MOVE SPACES TO LOG-MATRIX-ID
              MOVE SPACES TO LOG-TEXT
              STRING JPR-KNOB DELIMITED BY SPACE
                  ' EXPORTED ' DELIMITED BY SIZE
                  EXPORTED-VALUE DELIMITED BY SPACE
                  ', PROFILE SETS ' DELIMITED BY SIZE
                  JPR-VALUE DELIMITED BY SPACE
                  INTO LOG-TEXT
              CALL 'GAUSLOG' USING LOG-REQUEST
              DISPLAY LOG-TEXT
           END-IF
           SET ENVIRONMENT JPR-KNOB TO JPR-VALUE
           ADD 1 TO APPLIED-COUNTER
           .
