      * EXCEPTION-REPORT in EXTEND mode so the prior run's exception
      * lines aren't lost. A run that reaches end-of-file clears the
      * checkpoint so the next invocation starts clean.
      *
      * Ends with GOBACK rather than STOP RUN so CycleDriver can CALL
      * it as a step of the nightly chain; run on its own it returns
      * to the system exactly as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZeroGuardBatch.
               END-READ
           END-PERFORM
           PERFORM 0900-TERMINATE
           GOBACK
           .

       0100-INITIALIZE.
           IF RETURN-CODE NOT = 0
               DISPLAY 'ZEROGUARDBATCH: PREFLIGHT CHECK FAILED FOR '
                   WS-TRANSACTION-DSN
               GOBACK
           END-IF

           PERFORM 0110-READ-CHECKPOINT
