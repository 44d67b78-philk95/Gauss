      ******************************************************************
      * GAUSENR.CPY
      * Request area for the GAUSENTL entitlement check, shared by
      * every inquiry and extract program and GAUSENTL's LINKAGE
      * SECTION. The caller fills in its own program name and the
      * matrix id asked for (blank when the whole master is being
      * extracted); GAUSENTL hands back the user and desk it judged,
      * 'G' granted or 'R' refused, and the reason for a refusal.
      ******************************************************************
           05 ENR-PROGRAM           PIC X(9).
           05 ENR-MATRIX-ID         PIC X(10).
           05 ENR-USER              PIC X(8).
           05 ENR-DESK              PIC X(8).
           05 ENR-RESULT            PIC X.
              88 ENR-GRANTED        VALUE 'G'.
              88 ENR-REFUSED        VALUE 'R'.
           05 ENR-REASON            PIC X(30).
