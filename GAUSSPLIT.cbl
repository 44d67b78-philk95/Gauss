           01 HDR-WEIGHTS-FLAG             PIC X.
           01 HDR-CONSTRAINTS-FLAG         PIC X.
           01 HDR-UNITS-FLAG               PIC X.
           01 HDR-SCENARIOS-FLAG           PIC X.
           01 HDR-MODE-FLAG                PIC X.
           01 TRIPLET-ROW-TEXT             PIC XXX.

       PROCEDURE DIVISION.
                 MOVE INPUT-RECORD(35:1)
                     TO HDR-CONSTRAINTS-FLAG
                 MOVE INPUT-RECORD(36:1) TO HDR-UNITS-FLAG
                 MOVE INPUT-RECORD(37:1) TO HDR-SCENARIOS-FLAG
                 MOVE INPUT-RECORD(18:1) TO HDR-MODE-FLAG

                 COMPUTE DEAL-WORK = MATRIX-COUNTER - 1
                 DIVIDE DEAL-WORK BY STREAM-COUNT
           IF HDR-UNITS-FLAG = 'U'
              PERFORM COPY-ONE-RECORD
           END-IF
           IF HDR-SCENARIOS-FLAG = 'N'
              PERFORM COPY-ONE-RECORD
           END-IF
           IF HDR-MODE-FLAG = 'T'
              PERFORM COPY-ONE-RECORD
           END-IF
           IF HDR-FORMAT = 'K'
              MOVE SPACES TO TRIPLET-ROW-TEXT
              PERFORM UNTIL MATRIX-EOF = 'E'
