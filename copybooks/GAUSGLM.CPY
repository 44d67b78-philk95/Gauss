      ******************************************************************
      * GAUSGLM.CPY
      * General-ledger account mapping (glmap.txt), maintained by
      * finance: one line per solved variable that books, naming the
      * GL account, cost center and the side (D debit, C credit) its
      * value posts to. Keyed matrix id + label; a variable filed
      * without a label is mapped as X followed by its three-digit
      * variable number (X001, X002, ...), the way the reports
      * name it. GAUSPOST holds a run that has a variable missing
      * from this file rather than post it partly.
      ******************************************************************
           01 GL-MAP-RECORD.
              05 GLM-MATRIX-ID         PIC X(10).
              05 FILLER                PIC X.
              05 GLM-LABEL             PIC X(10).
              05 FILLER                PIC X.
              05 GLM-ACCOUNT           PIC X(10).
              05 FILLER                PIC X.
              05 GLM-COST-CENTER       PIC X(8).
              05 FILLER                PIC X.
              05 GLM-SIDE              PIC X.
                 88 GLM-DEBIT          VALUE 'D'.
                 88 GLM-CREDIT         VALUE 'C'.
