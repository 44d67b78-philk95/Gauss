      ******************************************************************
      * GAUSPRD.CPY
      * Period-close control record (periods.txt): one line per
      * accounting month the desks have opened or closed, kept in
      * period order by GAUSPERD, the only program that writes it.
      * A month not on file is open. The output step refuses to book
      * a results-master record whose run date falls in a closed
      * month unless the run is a sanctioned restatement, so closed
      * numbers stay closed. The last action, who took it and when
      * ride on the line itself; the full open/close/reopen history
      * is in periodlog.txt.
      ******************************************************************
           01 PERIOD-RECORD.
              05 PRD-PERIOD            PIC 9(6).
              05 FILLER                PIC X.
              05 PRD-STATUS            PIC X.
                 88 PRD-OPEN           VALUE 'O'.
                 88 PRD-CLOSED         VALUE 'C'.
              05 FILLER                PIC X.
              05 PRD-ACTION            PIC X.
                 88 PRD-ACTION-OPEN    VALUE 'O'.
                 88 PRD-ACTION-CLOSE   VALUE 'C'.
                 88 PRD-ACTION-REOPEN  VALUE 'R'.
              05 FILLER                PIC X.
              05 PRD-USER              PIC X(8).
              05 FILLER                PIC X.
              05 PRD-DATE              PIC 9(8).
              05 FILLER                PIC X.
              05 PRD-TIME              PIC 9(8).
