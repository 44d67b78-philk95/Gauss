           01 HDR-WEIGHTS-FLAG             PIC X.
           01 HDR-CONSTRAINTS-FLAG        PIC X.
           01 HDR-UNITS-FLAG               PIC X.
           01 HDR-SCENARIOS-FLAG           PIC X.
           01 HDR-MODE-FLAG                PIC X.
           01 PEND-MATRIX-ID               PIC X(10).
           01 PEND-SUBMITTER               PIC X(8).
           01 PEND-VERDICT                 PIC X.
              MOVE PENDING-RECORD(27:8) TO PEND-SUBMITTER
              MOVE PENDING-RECORD(35:1) TO HDR-CONSTRAINTS-FLAG
              MOVE PENDING-RECORD(36:1) TO HDR-UNITS-FLAG
              MOVE PENDING-RECORD(37:1) TO HDR-SCENARIOS-FLAG
              MOVE PENDING-RECORD(18:1) TO HDR-MODE-FLAG
              IF HDR-FORMAT NOT = 'K'
                 AND PEND-ROWS NOT > GS-MAX-DIM
                 AND PEND-UNKNOWNS NOT > GS-MAX-DIM
           IF HDR-UNITS-FLAG = 'U' AND PENDING-EOF NOT = 'E'
              PERFORM READ-PENDING-RECORD
           END-IF
           IF HDR-SCENARIOS-FLAG = 'N' AND PENDING-EOF NOT = 'E'
              PERFORM READ-PENDING-RECORD
           END-IF
           IF HDR-MODE-FLAG = 'T' AND PENDING-EOF NOT = 'E'
              PERFORM READ-PENDING-RECORD
           END-IF

           PERFORM VARYING SCAN-ROW FROM 1 BY 1
                   UNTIL SCAN-ROW > PEND-ROWS
