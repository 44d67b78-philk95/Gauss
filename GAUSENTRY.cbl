           MOVE SPACES TO D-N-SUBMITTER
           MOVE SPACES TO D-N-CONSTRAINTS-FLAG
           MOVE SPACES TO D-N-UNITS-FLAG
           MOVE SPACES TO D-N-SCENARIOS-FLAG
           MOVE SPACES TO D-N-TEMPLATE
           MOVE NUMBER-OF-COLUMNS TO D-N-COLUMNS
           MOVE ZERO TO D-N-EQUATIONS
           IF ENTRY-LABELS-WANTED = 'Y'
