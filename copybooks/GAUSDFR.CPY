      ******************************************************************
      * GAUSDFR.CPY
      * Batch-window deferral record (deferred.txt): one line per
      * matrix the admission step (GAUSADMT) took out of tonight's
      * deck and put on the carry-over deck (carryover.txt) instead
      * of starting it. The batch driver turns each line into a
      * DEFERRED disposition (reason 98) and states it in the
      * exception summary. Estimate and remaining window are in the
      * journal's elapsed units, hundredths of a second. The cause
      * is the window itself ('W': the estimate did not fit in what
      * was left of it) or a deferred supplier ('S': a chained model
      * whose supplier was deferred cannot run without it).
      ******************************************************************
           01 DEFERRAL-RECORD.
              05 DFR-MATRIX-ID         PIC X(10).
              05 FILLER                PIC X.
              05 DFR-SUBMITTER         PIC X(8).
              05 FILLER                PIC X.
              05 DFR-PRIORITY          PIC X.
              05 FILLER                PIC X.
              05 DFR-CAUSE             PIC X.
                 88 DFR-CAUSE-WINDOW   VALUE 'W'.
                 88 DFR-CAUSE-SUPPLIER VALUE 'S'.
              05 FILLER                PIC X.
      *       Where the estimate came from: 'H' the matrix's own
      *       journal history, 'S' the journal-wide rate scaled to
      *       its size, 'N' nothing on file to estimate from.
              05 DFR-BASIS             PIC X.
                 88 DFR-BASIS-HISTORY  VALUE 'H'.
                 88 DFR-BASIS-SIZE     VALUE 'S'.
                 88 DFR-BASIS-NONE     VALUE 'N'.
              05 FILLER                PIC X.
              05 DFR-ESTIMATE          PIC 9(9).
              05 FILLER                PIC X.
              05 DFR-REMAINING         PIC 9(9).
              05 FILLER                PIC X.
              05 DFR-SUPPLIER-ID       PIC X(10).
