      ******************************************************************
      * GAUSKNB.CPY
      * The settings a job profile may carry: the GAUSS_ environment
      * names that steer how a run solves, rounds and admits its
      * work, each with the shape its value must have -- 'N' digits
      * only, 'F' a Y/N flag, 'C' a one-byte code, 'T' free text.
      * Names that belong to one invocation (job name, restart,
      * sequence base, validate-only, user, approver, model stamp)
      * and the profile name itself are not profile settings.
      ******************************************************************
           01 KNOB-NAMES.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_EPSILON         N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_RESIDUAL_TOL    N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_REFINE_LIMIT    N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_ITER_TOL        N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_ITER_LIMIT      N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_PARTIAL_PIVOT   F'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_SCALE           F'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_CONTINUE        F'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_MODE            C'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_SPARSITY_PCT    N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_SENS_PCT        N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_ROUND_PLACES    N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_CSV_OUTPUT      F'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_INPUT_FORMAT    T'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_REGISTRY_POLICY C'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_DRIFT_PCT       N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_DRIFT_POLICY    C'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_LOG_LEVEL       C'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_APPROVAL        F'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_WINDOW_END      N'.
              05 FILLER                PIC X(23)
                                   VALUE 'GAUSS_WINDOW_MIN      N'.
           01 KNOB-TABLE REDEFINES KNOB-NAMES.
              05 KNOB-ENTRY OCCURS 21.
                 10 KNB-NAME           PIC X(22).
                 10 KNB-SHAPE          PIC X.
           01 KNOB-COUNT               PIC 99 VALUE 21.
