      * exception summary. Outcome words match the run journal;
      * reason codes: 00 solved (incl. inverted / least-squares),
      * 90 skipped by the pre-solve profile, 91 singular,
      * 92 inconsistent, 93 solved value out of plausibility
      * bounds, 94 booking refused because the run date falls in a
      * closed period (periods.txt), 95 chained model skipped
      * because a supplier did not solve (chain.txt), 96 target-seek
      * run solved but its target cannot be reached, 97 held
      * because its coefficients drifted from the previous stored
      * deck (model.dat, drift.txt), 98 deferred -- not started
      * because it would not finish inside the batch window, or its
      * supplier was deferred; added by the batch driver at the end
      * of the run with sequence zero (deferred.txt, carryover.txt),
      * 99 solved but not fully booked -- the results master could
      * not be opened, already held one of its keys or would not
      * take a restated original's superseded mark, so the
      * interface was held,
      * 10-29 input errors (10 + the load step's internal error
      * number; 20 = matrix id not active in the model registry,
      * 21 = one scenario name given to two right-hand sides).
      ******************************************************************
           01 DISPO-RECORD.
              05 DSP-SEQUENCE          PIC 9(5).
