       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-FILE.
              COPY "GAUSRES.CPY".

      *    Text image of a master record, so the archive survives
      *    any later change of the master's packed layout and reloads
              05 ARC-UNIT-SCALE            PIC +99.
              05 FILLER                    PIC X.
              05 ARC-UNIT-TEXT             PIC X(8).
      *       Scenario the value was filed under and its right-hand-
      *       side column, trailing so an archive unloaded before
      *       scenarios were kept reads blank here and reloads as the
      *       primary (BASE) column it always was.
              05 FILLER                    PIC X.
              05 ARC-SCENARIO              PIC X(10).
              05 FILLER                    PIC X.
              05 ARC-SCENARIO-NO           PIC 99.
      *       Restatement marking, trailing the same way: blank on a
      *       live record and on anything unloaded before it existed.
              05 FILLER                    PIC X.
              05 ARC-SUPERSEDED-FLAG       PIC X.
              05 FILLER                    PIC X.
              05 ARC-REPLACED-BY-DATE      PIC X(8).
              05 FILLER                    PIC X.
              05 ARC-REPLACED-BY-TIME      PIC X(8).
              05 FILLER                    PIC X.
              05 ARC-RESTATE-REASON        PIC XX.

           FD GEN-IN.
           01 GEN-IN-RECORD                PIC X(2400).
                 MOVE LOW-VALUES TO RES-MATRIX-ID
                 MOVE ZERO TO RES-RUN-DATE
                 MOVE ZERO TO RES-RUN-TIME
                 MOVE LOW-VALUES TO RES-SCENARIO
                 MOVE ZERO TO RES-VARIABLE
                 START RESULTS-FILE KEY NOT < RES-KEY
                     INVALID KEY MOVE 'E' TO SCAN-EOF
                 MOVE RES-SUBMITTER TO ARC-SUBMITTER
                 MOVE RES-UNIT-SCALE TO ARC-UNIT-SCALE
                 MOVE RES-UNIT-TEXT TO ARC-UNIT-TEXT
                 MOVE RES-SCENARIO TO ARC-SCENARIO
                 MOVE RES-SCENARIO-NO TO ARC-SCENARIO-NO
                 IF RES-SUPERSEDED
                    MOVE RES-SUPERSEDED-FLAG TO ARC-SUPERSEDED-FLAG
                    MOVE RES-REPLACED-BY-DATE TO ARC-REPLACED-BY-DATE
                    MOVE RES-REPLACED-BY-TIME TO ARC-REPLACED-BY-TIME
                    MOVE RES-RESTATE-REASON TO ARC-RESTATE-REASON
                 END-IF
                 WRITE ARCHIVE-RECORD
                 DELETE RESULTS-FILE
                 END-DELETE
              MOVE ARC-SUBMITTER TO RES-SUBMITTER
              MOVE ARC-UNIT-SCALE TO RES-UNIT-SCALE
              MOVE ARC-UNIT-TEXT TO RES-UNIT-TEXT
              IF ARC-SCENARIO = SPACES
                 MOVE 'BASE' TO RES-SCENARIO
              ELSE
                 MOVE ARC-SCENARIO TO RES-SCENARIO
              END-IF
              IF ARC-SCENARIO-NO IS NUMERIC AND ARC-SCENARIO-NO > 0
                 MOVE ARC-SCENARIO-NO TO RES-SCENARIO-NO
              ELSE
                 MOVE 1 TO RES-SCENARIO-NO
              END-IF
              MOVE SPACE TO RES-SUPERSEDED-FLAG
              MOVE 0 TO RES-REPLACED-BY-DATE
              MOVE 0 TO RES-REPLACED-BY-TIME
              MOVE SPACES TO RES-RESTATE-REASON
              IF ARC-SUPERSEDED-FLAG = 'S'
                 AND ARC-REPLACED-BY-DATE IS NUMERIC
                 AND ARC-REPLACED-BY-TIME IS NUMERIC
                 MOVE ARC-SUPERSEDED-FLAG TO RES-SUPERSEDED-FLAG
                 MOVE ARC-REPLACED-BY-DATE TO RES-REPLACED-BY-DATE
                 MOVE ARC-REPLACED-BY-TIME TO RES-REPLACED-BY-TIME
                 MOVE ARC-RESTATE-REASON TO RES-RESTATE-REASON
              END-IF
              WRITE RESULTS-RECORD
                  INVALID KEY ADD 1 TO DUPLICATE-COUNTER
                  NOT INVALID KEY ADD 1 TO MOVED-COUNTER
