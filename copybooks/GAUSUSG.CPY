      ******************************************************************
      * GAUSUSG.CPY
      * Usage-percentage file (usage.txt) for the reciprocal cost
      * allocation: one line per service department and department it
      * serves, with the share of the service department's output
      * that department takes (two decimals, point written out,
      * 025.50). A service department may use its own output; the
      * lines of one service department must total 100.00. Keyed by
      * the department codes of GAUSDPT.CPY.
      ******************************************************************
           01 USAGE-RECORD.
              05 USG-FROM-DEPT         PIC X(10).
              05 FILLER                PIC X.
              05 USG-TO-DEPT           PIC X(10).
              05 FILLER                PIC X.
              05 USG-PERCENT.
                 10 USG-PCT-WHOLE      PIC 999.
                 10 USG-PCT-POINT      PIC X.
                 10 USG-PCT-CENTS      PIC 99.
