      ******************************************************************
      * GAUSRES.CPY
      * Solved-results master record (results.dat), written by the
      * output step and read by every inquiry, history, delta,
      * distribution, archive and reconciliation program -- one
      * layout instead of a private copy in each, so a field added
      * here reaches every reader at the next compile.
      *
      * Keyed matrix id + run date/time + scenario name + variable
      * number. Every right-hand-side column of a run is filed under
      * its own scenario name (BASE for the primary column unless the
      * header's scenario-names record said otherwise), so the same
      * run's DOWNSIDE figures are a keyed read like the primary's.
      ******************************************************************
           01 RESULTS-RECORD.
              05 RES-KEY.
                 10 RES-MATRIX-ID         PIC X(10).
                 10 RES-RUN-DATE          PIC 9(8).
                 10 RES-RUN-TIME          PIC 9(8).
                 10 RES-SCENARIO          PIC X(10).
                 10 RES-VARIABLE          PIC 9(3).
              05 RES-LABEL                PIC X(10).
              05 RES-VALUE                PIC S9(3)V9(4) COMP-3.
      *       Submitter/desk code, trailing like everywhere else the
      *       run carries it.
              05 RES-SUBMITTER            PIC X(8).
      *       Display units, stored with the value so an inquiry can
      *       print business figures without the submitting desk's
      *       scale factor in anyone's head.
              05 RES-UNIT-SCALE           PIC S99 COMP-3.
              05 RES-UNIT-TEXT            PIC X(8).
      *       Right-hand-side column the scenario came from (1 = the
      *       primary column). Readers that only ever wanted the
      *       primary answer select on this rather than on a name,
      *       since the desks are free to call column 1 anything.
              05 RES-SCENARIO-NO          PIC 99.
                 88 RES-PRIMARY-SCENARIO  VALUE 1.
      *       Restatement: a booked run found wrong is solved again
      *       and its records here are marked superseded ('S') with
      *       the run stamp of the replacement and the restatement
      *       reason code -- they stay on file for the audit trail,
      *       but are no longer the booked figures. Blank on a live
      *       record (and on anything filed before restatements).
              05 RES-SUPERSEDED-FLAG      PIC X.
                 88 RES-SUPERSEDED        VALUE 'S'.
              05 RES-REPLACED-BY-DATE     PIC 9(8).
              05 RES-REPLACED-BY-TIME     PIC 9(8).
              05 RES-RESTATE-REASON       PIC XX.
