      ******************************************************************
      * GAUSJPR.CPY
      * Job profile record (jobprof.txt): one line per setting of a
      * named job profile -- NIGHTLY, ADHOC, CERT -- giving the
      * GAUSS_ environment name and the value the profile runs it
      * at, exactly as it would be exported. GAUSS_PROFILE names the
      * profile a job runs under; GAUSPROF lays its settings over
      * the environment before the first step starts. Maintained by
      * GAUSPRFM only, every change logged with before and after
      * value in profchg.txt.
      ******************************************************************
           01 JOB-PROFILE-RECORD.
              05 JPR-PROFILE           PIC X(8).
              05 FILLER                PIC X.
              05 JPR-KNOB              PIC X(24).
              05 FILLER                PIC X.
              05 JPR-VALUE             PIC X(20).
