           01 HDR-WEIGHTS-FLAG             PIC X.
           01 HDR-CONSTRAINTS-FLAG         PIC X.
           01 HDR-UNITS-FLAG               PIC X.
           01 HDR-SCENARIOS-FLAG           PIC X.
           01 HDR-MODE-FLAG                PIC X.
           01 TRIPLET-ROW-TEXT             PIC XXX.

       PROCEDURE DIVISION.
                  WHEN 'MINIMUM-NORM '
                  WHEN 'LEAST-SQUARES'
                  WHEN 'SENSITIVITY  '
                  WHEN 'TARGET-SEEK  '
      *           The same input would be just as unreachable again;
      *           the desk has to move a different row, not rerun.
                  WHEN 'UNREACHABLE  '
      *           Deferred matrices were never started; they are
      *           already waiting on the carry-over deck.
                  WHEN 'DEFERRED     '
                      CONTINUE
                  WHEN OTHER
                      IF DSP-SEQUENCE IS NUMERIC
                 MOVE INPUT-RECORD(35:1)
                     TO HDR-CONSTRAINTS-FLAG
                 MOVE INPUT-RECORD(36:1) TO HDR-UNITS-FLAG
                 MOVE INPUT-RECORD(37:1) TO HDR-SCENARIOS-FLAG
                 MOVE INPUT-RECORD(18:1) TO HDR-MODE-FLAG

                 MOVE SPACE TO MATRIX-WANTED
                 PERFORM VARYING FAILED-INDEX FROM 1 BY 1
           IF HDR-UNITS-FLAG = 'U'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-SCENARIOS-FLAG = 'N'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-MODE-FLAG = 'T'
              PERFORM WALK-ONE-RECORD
           END-IF
           IF HDR-FORMAT = 'K'
              MOVE SPACES TO TRIPLET-ROW-TEXT
              PERFORM UNTIL MATRIX-EOF = 'E'
