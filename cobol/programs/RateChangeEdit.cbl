               MOVE WS-ACC-EFFECTIVE (WS-SUB)
                   TO RCHG-EFFECTIVE-DATE
               MOVE WS-JOB-NAME              TO RCHG-JOB-NAME
               MOVE WS-TODAY-DATE            TO RCHG-CYCLE-DATE
               WRITE RATE-CHANGE-LOG-RECORD
               ADD 1 TO WS-ROWS-APPLIED
           END-PERFORM
