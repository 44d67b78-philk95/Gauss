      *       Set by the load step itself when the pre-solve profile
      *       vetoes a matrix before the algo step is ever called.
              88 CTL-DISP-SKIPPED       VALUE 'K'.
      *       Also the load step's own: a chained model whose
      *       supplier did not solve (chain.txt, GAUSCHN.CPY).
              88 CTL-DISP-CHAIN-SKIPPED VALUE 'C'.
      *       And again the load step's: coefficients moved against
      *       the previous stored deck beyond the job's drift limit
      *       with the hold policy in force (drift.txt).
              88 CTL-DISP-DRIFT-HELD    VALUE 'D'.
           05 CTL-WORST-RESIDUAL   PIC S9(3)V9(4) COMP-3.
      *    Numerical health of the solve, also filled in on the way
      *    out: the determinant as the signed product of the pivots
      *       spread into the which-answer-moves-for-which-input
      *       table the desks keep asking for.
              88 CTL-MODE-SENSITIVITY   VALUE 'S'.
      *       Target seek: the movable right-hand-side entry's unit
      *       response rides along as a second column through the
      *       same elimination, and the output step walks the
      *       solution along it until the target variable lands.
              88 CTL-MODE-TARGET-SEEK   VALUE 'T'.
      *       Iterative solve (Gauss-Seidel sweeps) for large,
      *       diagonally dominant systems; see CTL-ITER-TOL below.
              88 CTL-MODE-ITERATIVE     VALUE 'G'.
              88 CTL-MODE-SOLVE         VALUE ' '.
           05 CTL-RHS-COUNT        PIC 999.
      *    Row equilibration: on by default, because the up-scaling
      *    the regulated allocations carry both names. Blank when
      *    the gate is off.
           05 CTL-APPROVER         PIC X(8).
      *    Scenario name per right-hand-side column (1 = the
      *    primary column), from the header's scenario-names record
      *    or defaulted by the load step to BASE, SET-002, ... so the
      *    output step can key every column on the results master.
           05 CTL-SCENARIO-NAME    PIC X(10) OCCURS 99.
      *    Raised by the output step when the run date falls in a
      *    month periods.txt has closed and the run is no sanctioned
      *    restatement: nothing was booked, and the load step fails
      *    the matrix's disposition with its own reason.
           05 CTL-PERIOD-FLAG      PIC X.
              88 CTL-PERIOD-CLOSED      VALUE 'Y'.
      *    Raised by the output step when the results master could
      *    not be opened, turned a record away (its key already on
      *    file) or would not take a restated original's superseded
      *    mark: the run is not, or only partly, booked, nothing goes
      *    to the interface, and the load step fails the matrix's
      *    disposition with its own reason.
           05 CTL-BOOKING-FLAG     PIC X.
              88 CTL-BOOKING-FAILED     VALUE 'Y'.
      *    Target seek (CTL-MODE-TARGET-SEEK), set up by the load step:
      *    which variable must land on which value, which equation's
      *    right-hand side may move and what it was submitted as.
      *    The output step answers with the input that gets there
      *    ('R' reached), or says why there is none: 'U' the variable
      *    does not depend on that row at all, 'O' the input needed
      *    lies outside what the matrix cells can carry.
           05 CTL-TGT-VARIABLE     PIC 999.
           05 CTL-TGT-ROW          PIC 999.
           05 CTL-TGT-VALUE        PIC S9(3)V9(4) COMP-3.
           05 CTL-TGT-SUBMITTED    PIC S9(3)V9(4) COMP-3.
           05 CTL-TGT-INPUT        PIC S9(3)V9(4) COMP-3.
           05 CTL-TGT-FLAG         PIC X.
              88 CTL-TGT-REACHED        VALUE 'R'.
              88 CTL-TGT-UNREACHABLE    VALUE 'U'.
              88 CTL-TGT-OUT-OF-RANGE   VALUE 'O'.
      *    Template the matrix came from (header column 38) and, set by
      *    the solve, what became of its stored factorization: 'R'
      *    reused -- same coefficient block, only the right-hand sides
      *    solved -- or 'S' factored afresh and stored for next time.
           05 CTL-TEMPLATE         PIC X(10).
           05 CTL-FACTOR-FLAG      PIC X.
              88 CTL-FACTOR-REUSED      VALUE 'R'.
              88 CTL-FACTOR-STORED      VALUE 'S'.
      *    Iterative mode: the sweeps stop once no variable moves by
      *    more than CTL-ITER-TOL (GAUSS_ITER_TOL, hundred-millionths)
      *    or after CTL-ITER-LIMIT sweeps (GAUSS_ITER_LIMIT). The solve
      *    reports back how many sweeps it took, the largest change in
      *    the last one, and the outcome: 'C' converged, 'N' did not
      *    converge and 'D' not diagonally dominant -- both of the
      *    latter solved by direct elimination instead.
           05 CTL-ITER-TOL         PIC 9V9(8) COMP-3.
           05 CTL-ITER-LIMIT       PIC 9(4).
           05 CTL-ITER-COUNT       PIC 9(4).
           05 CTL-ITER-CHANGE      PIC S9(7)V9(8) COMP-3.
           05 CTL-ITER-OUTCOME     PIC X.
              88 CTL-ITER-CONVERGED     VALUE 'C'.
              88 CTL-ITER-NO-CONVERGENCE VALUE 'N'.
              88 CTL-ITER-NOT-DOMINANT  VALUE 'D'.
      *    Least-squares fit, set by the solve for a fitted run so the
      *    load step -- the only one still holding the original
      *    equations -- can measure the fit: the fitted values, and
      *    for each of them the matching diagonal entry of the
      *    inverse of the system solved (the normal equations, or for
      *    a constrained fit their bordered form), which scaled by the
      *    fit's variance is that value's own variance. 'Y' only when
      *    both came back; anything else means no fit figures.
           05 CTL-FIT-FLAG         PIC X.
              88 CTL-FIT-READY          VALUE 'Y'.
           05 CTL-FIT-X            PIC S9(3)V9(4) COMP-3
                                   OCCURS GS-MAX-DIM.
           05 CTL-FIT-COVAR        PIC S9(7)V9(12) COMP-3
                                   OCCURS GS-MAX-DIM.
