           01 WALK-WEIGHTS                 PIC X.
           01 WALK-CONSTRAINTS             PIC X.
           01 WALK-UNITS                   PIC X.
           01 WALK-SCENARIOS               PIC X.
           01 WALK-MODE                    PIC X.
           01 WALK-RHS                     PIC 999 COMP-3.
           01 VERIFY-TARGET                PIC 9(5) COMP-3.
           01 VERIFY-DONE                  PIC X.
                 MOVE D-N-WEIGHTS-FLAG TO WALK-WEIGHTS
                 MOVE D-N-CONSTRAINTS-FLAG TO WALK-CONSTRAINTS
                 MOVE D-N-UNITS-FLAG TO WALK-UNITS
                 MOVE D-N-SCENARIOS-FLAG TO WALK-SCENARIOS
                 MOVE D-N-MODE TO WALK-MODE
                 IF D-N-RHS-COUNT IS NUMERIC AND D-N-RHS-COUNT > 1
                    MOVE D-N-RHS-COUNT TO WALK-RHS
                 ELSE
                  AT END MOVE 'E' TO MATRIX-EOF
              END-READ
           END-IF
           IF WALK-SCENARIOS = 'N'
              READ FD-MATRIX INTO D-SCENARIO-RECORD
                  AT END MOVE 'E' TO MATRIX-EOF
              END-READ
           END-IF
           IF WALK-MODE = 'T'
              READ FD-MATRIX INTO D-TARGET-RECORD
                  AT END MOVE 'E' TO MATRIX-EOF
              END-READ
           END-IF
           IF WALK-FORMAT = 'K'
              PERFORM UNTIL MATRIX-EOF = 'E' OR D-TRIPLET-END
                  READ FD-MATRIX INTO D-TRIPLET-RECORD
