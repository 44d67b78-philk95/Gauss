                         WHEN 'INVERTED     '
                         WHEN 'MINIMUM-NORM '
                         WHEN 'LEAST-SQUARES'
                         WHEN 'TARGET-SEEK  '
                         WHEN 'UNREACHABLE  '
                         WHEN 'OUT-OF-BOUNDS'
                         WHEN 'SENSITIVITY  '
                         WHEN 'PERIOD-CLOSED'
                         WHEN 'BOOK-FAILED  '
                             ADD 1 TO BLOCK-ORDINAL
                             IF DISPO-SCAN-COUNTER = MAP-STREAM-SEQ
                                MOVE 'Y' TO TARGET-HAS-BLOCK
