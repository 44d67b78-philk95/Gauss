      ******************************************************************
      * Author:
      * Date:
      * Purpose: Desk entitlement check for every inquiry and extract
      *          program. The caller names itself and the matrix id
      *          asked for; the user is the GAUSS_USER the program
      *          runs under. The registry gives the desk the model
      *          belongs to (REG-DESK) and entitle.txt the desks the
      *          user may see: a line for that desk, or a line for
      *          *ALL, grants the request. An id the registry does
      *          not know, and a whole-master extract (blank matrix
      *          id), are granted to *ALL users only. No GAUSS_USER,
      *          or no entitle.txt on hand, refuses everything -- the
      *          check fails closed. Every check, granted or refused,
      *          is appended to access.txt for the monthly access
      *          report (GAUSACCR); a refusal also goes to the run log
      *          as a warning with the user and the matrix id asked
      *          for. The caller refuses the inquiry on ENR-REFUSED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAUSENTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLE-FILE ASSIGN TO 'entitle.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENTITLE-STATUS.

           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO 'registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRY-STATUS.

           SELECT OPTIONAL ACCESS-FILE ASSIGN TO 'access.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD ENTITLE-FILE.
              COPY "GAUSENT.CPY".

           FD REGISTRY-FILE.
              COPY "GAUSREG.CPY".

           FD ACCESS-FILE.
              COPY "GAUSACC.CPY".

       WORKING-STORAGE SECTION.
           01 ENTITLE-STATUS               PIC XX.
           01 REGISTRY-STATUS              PIC XX.
           01 SCAN-EOF                     PIC X.
           01 CHECK-DATE                   PIC 9(8).
           01 CHECK-TIME                   PIC 9(8).
           01 LOG-USER                     PIC X(8).

           01 LOG-REQUEST.
              COPY "GAUSLGR.CPY".

       LINKAGE SECTION.
           01 ENTITLEMENT-REQUEST.
              COPY "GAUSENR.CPY".

       PROCEDURE DIVISION USING ENTITLEMENT-REQUEST.
       MAIN-PROCEDURE.
           MOVE SPACES TO ENR-USER
           MOVE SPACES TO ENR-DESK
           MOVE SPACES TO ENR-REASON
           MOVE SPACE TO ENR-RESULT
           ACCEPT ENR-USER FROM ENVIRONMENT "GAUSS_USER"
           PERFORM JUDGE-REQUEST
           PERFORM RECORD-CHECK
           IF ENR-REFUSED
              PERFORM LOG-REFUSAL
           END-IF
           EXIT PROGRAM.

      * Who is asking, for which desk, and whether entitle.txt lets
      * them see it.
       JUDGE-REQUEST.
           IF ENR-MATRIX-ID NOT = SPACES
              PERFORM FIND-DESK
           END-IF
           IF ENR-USER = SPACES
              SET ENR-REFUSED TO TRUE
              MOVE 'GAUSS_USER NOT SET' TO ENR-REASON
           ELSE
              PERFORM SCAN-ENTITLEMENTS
           END-IF
           .

      * The owning desk of the matrix id asked for; left blank when
      * the registry does not know the id.
       FIND-DESK.
           OPEN INPUT REGISTRY-FILE
           IF REGISTRY-STATUS = '00'
              MOVE SPACE TO SCAN-EOF
              PERFORM CHECK-ONE-REGISTRATION UNTIL SCAN-EOF = 'E'
              CLOSE REGISTRY-FILE
           END-IF
           .

       CHECK-ONE-REGISTRATION.
           READ REGISTRY-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND REG-MATRIX-ID = ENR-MATRIX-ID
              MOVE REG-DESK TO ENR-DESK
              MOVE 'E' TO SCAN-EOF
           END-IF
           .

      * The first entitlement line of this user for the desk, or for
      * *ALL, grants the request; none refuses it, with the reason
      * the operator will need to put it right.
       SCAN-ENTITLEMENTS.
           OPEN INPUT ENTITLE-FILE
           IF ENTITLE-STATUS NOT = '00'
              SET ENR-REFUSED TO TRUE
              MOVE 'entitle.txt NOT ON HAND' TO ENR-REASON
           ELSE
              MOVE SPACE TO SCAN-EOF
              PERFORM CHECK-ONE-ENTITLEMENT UNTIL SCAN-EOF = 'E'
              CLOSE ENTITLE-FILE
              IF NOT ENR-GRANTED
                 SET ENR-REFUSED TO TRUE
                 EVALUATE TRUE
                    WHEN ENR-MATRIX-ID = SPACES
                       MOVE 'WHOLE MASTER NEEDS *ALL'
                           TO ENR-REASON
                    WHEN ENR-DESK = SPACES
                       MOVE 'NOT REGISTERED, NEEDS *ALL'
                           TO ENR-REASON
                    WHEN OTHER
                       STRING 'NOT ENTITLED TO DESK '
                           DELIMITED BY SIZE
                           ENR-DESK DELIMITED BY SPACE
                           INTO ENR-REASON
                 END-EVALUATE
              END-IF
           END-IF
           .

       CHECK-ONE-ENTITLEMENT.
           READ ENTITLE-FILE
               AT END MOVE 'E' TO SCAN-EOF
           END-READ
           IF SCAN-EOF NOT = 'E'
              AND ENT-USER = ENR-USER
              IF ENT-ALL-DESKS
                 OR (ENR-DESK NOT = SPACES AND ENT-DESK = ENR-DESK)
                 SET ENR-GRANTED TO TRUE
                 MOVE 'E' TO SCAN-EOF
              END-IF
           END-IF
           .

      * One access.txt line per check, granted or refused.
       RECORD-CHECK.
           ACCEPT CHECK-DATE FROM DATE YYYYMMDD
           ACCEPT CHECK-TIME FROM TIME
           OPEN EXTEND ACCESS-FILE
           MOVE SPACES TO ACCESS-RECORD
           MOVE CHECK-DATE TO ACC-DATE
           MOVE CHECK-TIME TO ACC-TIME
           MOVE ENR-USER TO ACC-USER
           MOVE ENR-PROGRAM TO ACC-PROGRAM
           MOVE ENR-MATRIX-ID TO ACC-MATRIX-ID
           MOVE ENR-DESK TO ACC-DESK
           MOVE ENR-RESULT TO ACC-RESULT
           WRITE ACCESS-RECORD
           CLOSE ACCESS-FILE
           .

       LOG-REFUSAL.
           SET LOG-SEV-WARNING TO TRUE
           MOVE 0 TO LOG-SEQUENCE
           MOVE ENR-MATRIX-ID TO LOG-MATRIX-ID
           MOVE SPACES TO LOG-TEXT
           MOVE ENR-USER TO LOG-USER
           IF LOG-USER = SPACES
              MOVE '(NONE)' TO LOG-USER
           END-IF
           STRING LOG-USER DELIMITED BY SPACE
               ' REFUSED IN ' DELIMITED BY SIZE
               ENR-PROGRAM DELIMITED BY SPACE
               ' - ' DELIMITED BY SIZE
               ENR-REASON DELIMITED BY SIZE
               INTO LOG-TEXT
           CALL 'GAUSLOG' USING LOG-REQUEST
           .
