      ******************************************************************
      * GAUSCHN.CPY
      * Model-chaining link (chain.txt): one line per value one model
      * hands to another. The solved variable named by CHN-SUPPLIER-
      * LABEL in the supplier model becomes the right-hand side of
      * the equation row labelled CHN-DEPENDENT-LABEL in the
      * dependent model. GAUSCHAIN orders the night deck so every
      * supplier is solved ahead of its dependents; the load step
      * carries the freshly solved values across and skips a
      * dependent (CHAIN-SKIPPED, reason 95) whose supplier did not
      * solve. Matching is on the per-unknown labels of the label
      * record, so both models need one.
      ******************************************************************
           01 CHAIN-RECORD.
              05 CHN-SUPPLIER-ID       PIC X(10).
              05 FILLER                PIC X.
              05 CHN-SUPPLIER-LABEL    PIC X(10).
              05 FILLER                PIC X.
              05 CHN-DEPENDENT-ID      PIC X(10).
              05 FILLER                PIC X.
              05 CHN-DEPENDENT-LABEL   PIC X(10).
