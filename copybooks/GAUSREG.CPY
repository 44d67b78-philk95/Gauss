      * report lists registered active models that appear in no
      * journal record for the day. A typo like FRIEGHT-Q3 stops
      * being a model that silently never runs.
      * The priority code orders the night deck ahead of the batch
      * window check (GAUSADMT): '1' runs first, '9' last; blank is
      * the standard priority, '5'.
      ******************************************************************
           01 REGISTRY-RECORD.
              05 REG-MATRIX-ID         PIC X(10).
                 88 REG-FREQ-DAILY     VALUE 'D'.
                 88 REG-FREQ-WEEKLY    VALUE 'W'.
                 88 REG-FREQ-MONTHLY   VALUE 'M'.
              05 FILLER                PIC X.
              05 REG-PRIORITY          PIC X.
                 88 REG-PRIORITY-VALID VALUE '1' THRU '9'.
