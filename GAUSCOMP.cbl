               WHEN REPORT-LINE(1:8)  = 'WARNING:'
               WHEN REPORT-LINE(1:4)  = 'ROW '
               WHEN REPORT-LINE(1:13) = 'FIGURES REFER'
               WHEN REPORT-LINE(1:9)  = 'SCENARIO '
               WHEN REPORT-LINE(1:13) = 'MINIMUM-NORM '
               WHEN REPORT-LINE(1:14) = 'INVERSE MATRIX'
               WHEN REPORT-LINE(1:5)  = 'HARD '
               WHEN REPORT-LINE(1:13) = 'INCONSISTENT '
               WHEN REPORT-LINE(1:9)  = 'VARIABLE '
               WHEN REPORT-LINE(1:12) = 'SENSITIVITY '
               WHEN REPORT-LINE(1:12) = 'TARGET SEEK '
               WHEN REPORT-LINE(1:12) = 'UNREACHABLE '
               WHEN REPORT-LINE(1:12) = 'SOLUTION AT '
               WHEN REPORT-LINE(1:6)  = 'INPUT '
               WHEN REPORT-LINE(1:10) = 'PUBLISHED '
               WHEN REPORT-LINE(1:8)  = 'CONTROL '
               WHEN REPORT-LINE(1:10) = 'ITERATIVE '
               WHEN REPORT-LINE(1:11) = 'ITERATIONS '
               WHEN REPORT-LINE(1:13) = 'FINAL CHANGE '
               WHEN REPORT-LINE(1:10) = 'SOLVED BY '
      *        The published-figures and sensitivity blocks indent
      *        their detail lines two spaces; no fork detail line
      *        ever starts in column 3.
