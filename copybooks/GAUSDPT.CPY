      ******************************************************************
      * GAUSDPT.CPY
      * Department file (depts.txt) for the reciprocal cost
      * allocation, maintained by cost accounting: one line per
      * department with its code, whether it is a service department
      * (S, charges its cost out by usage) or a production department
      * (P, receives cost and keeps it), and the period's direct cost
      * in business units, unsigned, two decimals with the point
      * written out (00000125000.00). GAUSALOC builds the allocation
      * matrix from it and GAUSALRP reads it back for the report;
      * each service department's code becomes its label in the
      * matrix.
      ******************************************************************
           01 DEPARTMENT-RECORD.
              05 DPT-CODE              PIC X(10).
              05 FILLER                PIC X.
              05 DPT-TYPE              PIC X.
                 88 DPT-SERVICE        VALUE 'S'.
                 88 DPT-PRODUCTION     VALUE 'P'.
              05 FILLER                PIC X.
              05 DPT-DIRECT-COST.
                 10 DPT-COST-WHOLE     PIC 9(11).
                 10 DPT-COST-POINT     PIC X.
                 10 DPT-COST-CENTS     PIC 99.
