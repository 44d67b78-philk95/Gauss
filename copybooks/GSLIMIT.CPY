       78 GS-DFLT-RESIDUAL-TOL VALUE 0.0100.
       78 GS-DFLT-REFINE-LIMIT VALUE 5.
       78 GS-COND-RATIO-LIMIT VALUE 100000.
       78 GS-DFLT-ITER-TOL    VALUE 0.0001.
       78 GS-DFLT-ITER-LIMIT  VALUE 100.
