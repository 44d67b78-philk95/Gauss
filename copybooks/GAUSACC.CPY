      ******************************************************************
      * GAUSACC.CPY
      * Access log record (access.txt): one line for every
      * entitlement check GAUSENTL makes, granted or refused -- when,
      * who, from which program, the matrix id asked for (blank for
      * a whole-master extract) and the desk it belongs to. GAUSACCR
      * reads it back for the monthly access report.
      ******************************************************************
           01 ACCESS-RECORD.
              05 ACC-DATE              PIC 9(8).
              05 FILLER                PIC X.
              05 ACC-TIME              PIC 9(8).
              05 FILLER                PIC X.
              05 ACC-USER              PIC X(8).
              05 FILLER                PIC X.
              05 ACC-PROGRAM           PIC X(9).
              05 FILLER                PIC X.
              05 ACC-MATRIX-ID         PIC X(10).
              05 FILLER                PIC X.
              05 ACC-DESK              PIC X(8).
              05 FILLER                PIC X.
              05 ACC-RESULT            PIC X.
                 88 ACC-GRANTED        VALUE 'G'.
                 88 ACC-REFUSED        VALUE 'R'.
