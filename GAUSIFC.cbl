      *          is rewritten per run, like the disposition file.
      *          CALLed by the batch driver after the load/solve step
      *          (and per intake by the hot-folder driver).
      *          A restatement run's reversal ('R') and replacement
      *          ('C') details pass through like the ordinary 'D'
      *          ones and count into the trailer the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
           FD IFC-WORK-FILE.
           01 IFC-WORK-RECORD              PIC X(82).

           FD INTERFACE-FILE.
           01 INTERFACE-RECORD             PIC X(82).
           01 IFC-HEADER-RECORD.
              05 IFC-H-TYPE                PIC X.
              05 FILLER                    PIC X.
              05 IFC-T-HASH                PIC +9(13).9(4).

           FD QUEUE-FILE.
           01 QUEUE-RECORD                 PIC X(82).

           FD SEND-LOG-FILE.
           01 SEND-LOG-RECORD.
