      ******************************************************************
      * GAUSCFG.CPY
      * Run configuration snapshot (config.txt): one line per load
      * step, written once FORERUN has settled every setting, so it
      * holds the values the run actually solved under -- defaults
      * filled in and out-of-range exports already thrown back --
      * not whatever happened to be exported. The id is the load
      * step's start stamp and is carried on every journal record
      * of the run (JRN-CONFIG-ID), so "which tolerance was this
      * booked under" is a lookup (GAUSCONF). Profile is the
      * GAUSS_PROFILE the job ran under, blank for a plain
      * environment. Tolerances are printed as the decimals the
      * solve used; round places is blank when output is not
      * rounded; mode is the job default, blank leaving it to each
      * header; registry policy is blank when validation was off.
      ******************************************************************
           01 CONFIG-SNAPSHOT-RECORD.
              05 CFG-ID.
                 10 CFG-ID-DATE            PIC 9(8).
                 10 CFG-ID-TIME            PIC 9(8).
              05 FILLER                    PIC X.
              05 CFG-PROFILE               PIC X(8).
              05 FILLER                    PIC X.
              05 CFG-JOB-NAME              PIC X(9).
              05 FILLER                    PIC X.
      *       What the solve itself turns on, together, so two
      *       runs' settings compare in one test.
              05 CFG-SOLVE-SETTINGS.
                 10 CFG-EPSILON            PIC 9.9(8).
                 10 FILLER                 PIC X.
                 10 CFG-RESIDUAL-TOL       PIC 999.9999.
                 10 FILLER                 PIC X.
                 10 CFG-REFINE-LIMIT       PIC 99.
                 10 FILLER                 PIC X.
                 10 CFG-ITER-TOL           PIC 9.9(8).
                 10 FILLER                 PIC X.
                 10 CFG-ITER-LIMIT         PIC 9(4).
                 10 FILLER                 PIC X.
                 10 CFG-PARTIAL-PIVOT      PIC X.
                 10 FILLER                 PIC X.
                 10 CFG-SCALE              PIC X.
                 10 FILLER                 PIC X.
                 10 CFG-CONTINUE           PIC X.
                 10 FILLER                 PIC X.
                 10 CFG-MODE               PIC X.
                 10 FILLER                 PIC X.
                 10 CFG-SPARSITY-PCT       PIC 999.
                 10 FILLER                 PIC X.
                 10 CFG-SENS-PCT           PIC 999.
                 10 FILLER                 PIC X.
                 10 CFG-ROUND-PLACES       PIC X.
              05 FILLER                    PIC X.
              05 CFG-CSV-OUTPUT            PIC X.
              05 FILLER                    PIC X.
              05 CFG-INPUT-FORMAT          PIC X(3).
              05 FILLER                    PIC X.
              05 CFG-REGISTRY-POLICY       PIC X.
              05 FILLER                    PIC X.
              05 CFG-DRIFT-PCT             PIC 999.
              05 FILLER                    PIC X.
              05 CFG-DRIFT-POLICY          PIC X.
              05 FILLER                    PIC X.
              05 CFG-LOG-LEVEL             PIC X.
              05 FILLER                    PIC X.
              05 CFG-SEQ-BASE              PIC 9(5).
              05 FILLER                    PIC X.
              05 CFG-RESTART-SEQ           PIC 9(5).
              05 FILLER                    PIC X.
              05 CFG-APPROVER              PIC X(8).
              05 FILLER                    PIC X.
              05 CFG-MODEL-STAMP           PIC X(16).
