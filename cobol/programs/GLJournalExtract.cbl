      *     from the day's live FUNDECL.ACCRUAL.AUDIT records (this
      *     step runs before ArchiveCutover, so the day's records are
      *     always on the live file),
      *   - the night's class changes from AccountReclassify's
      *     journal FUNDECL.CUSTMAST.CLSLOG (CLSCHG.cpy): each moved
      *     balance leaves the old class and lands in the new one as
      *     source 'RCLS' - the class amounts net to zero across the
      *     batch, so the clearing side nets to zero too and nothing
      *     here enters the POSTTOT/ACCRTOT tie-out,
      * each class/source writing a DR to its class ledger account
      * and an equal CR to the clearing account, with a batch trailer
      * carrying the detail count and amount hash total.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-TOTAL-STATUS.

      * All CLSCHG.cpy fields are USAGE DISPLAY - LINE SEQUENTIAL,
      * as AccountReclassify writes it.
           SELECT CLASS-LOG-FILE ASSIGN TO WS-CLASS-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-LOG-STATUS.

      * All GLEXT.cpy fields are USAGE DISPLAY - LINE SEQUENTIAL so
      * the GL side and an operator can read the interface raw.
           SELECT GL-EXTRACT-FILE ASSIGN TO WS-EXTRACT-DSN
       FD  POSTING-TOTAL-FILE.
       COPY POSTTOT.

       FD  CLASS-LOG-FILE.
       COPY CLSCHG.

       FD  GL-EXTRACT-FILE.
       COPY GLEXT.

       01  WS-POST-TOTAL-STATUS        PIC X(02).
       01  WS-ACCRTOT-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ACCRTOT.DAT'.
       01  WS-CLASS-LOG-DSN            PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.CLSLOG'.
       01  WS-CLASS-LOG-STATUS         PIC X(02).
       01  WS-EXTRACT-DSN              PIC X(80)
                                       VALUE 'FUNDECL.GLEXTRACT.DAT'.
       01  WS-EXTRACT-STATUS           PIC X(02).
               10  WS-CLASS-PAIR       PIC X(02).
               10  WS-CLASS-POSTED     PIC S9(11) COMP-3.
               10  WS-CLASS-ACCRUED    PIC S9(11) COMP-3.
               10  WS-CLASS-RECLASSED  PIC S9(11) COMP-3.

      * Processing date comes from the business calendar through
      * CycleDateService, not the system clock - an after-midnight
           MOVE 1    TO WS-CLASS-COUNT
           MOVE '??' TO WS-CLASS-PAIR (1)
           MOVE ZERO TO WS-CLASS-POSTED (1) WS-CLASS-ACCRUED (1)
                        WS-CLASS-RECLASSED (1)

           PERFORM 1000-CHECK-OPEN-BREAKS
           IF WS-OPEN-BREAK-FOUND

           PERFORM 2000-SUM-POSTED-BY-CLASS
           PERFORM 3000-SUM-ACCRUALS-BY-CLASS
           PERFORM 3500-SUM-CLASS-CHANGES
           PERFORM 4000-READ-CYCLE-TOTALS
           PERFORM 5000-TIE-OUT-TO-TOTALS
           IF RETURN-CODE NOT = 0
           END-IF
           .

      * Tonight's class changes - the balance journaled at the moment
      * of the change leaves the old class and lands in the new one.
      * Not part of the tie-out: a transfer moves no money, and the
      * per-class amounts net to zero across the batch.
       3500-SUM-CLASS-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLASS-LOG-FILE
           IF WS-CLASS-LOG-STATUS NOT = '00'
               CLOSE CLASS-LOG-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CLASS-LOG-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 3600-SUM-ONE-CLASS-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CLASS-LOG-FILE
           END-IF
           .

       3600-SUM-ONE-CLASS-CHANGE.
           IF CLSC-CYCLE-DATE IS NUMERIC
                   AND CLSC-CYCLE-DATE = WS-TODAY-DATE
               MOVE CLSC-OLD-CLASS TO WS-WORK-CLASS
               PERFORM 2500-FIND-OR-ADD-CLASS
               SUBTRACT CLSC-BALANCE-TOTAL
                   FROM WS-CLASS-RECLASSED (WS-SUB)
               MOVE CLSC-NEW-CLASS TO WS-WORK-CLASS
               PERFORM 2500-FIND-OR-ADD-CLASS
               ADD CLSC-BALANCE-TOTAL
                   TO WS-CLASS-RECLASSED (WS-SUB)
           END-IF
           .

      * Leaves WS-SUB on the class's table entry, adding it zeroed
      * when this is the class's first sighting tonight.
       2500-FIND-OR-ADD-CLASS.
                   MOVE WS-WORK-CLASS TO WS-CLASS-PAIR (WS-SUB)
                   MOVE ZERO TO WS-CLASS-POSTED (WS-SUB)
                                WS-CLASS-ACCRUED (WS-SUB)
                                WS-CLASS-RECLASSED (WS-SUB)
               END-IF
           END-IF
           .
                   MOVE 'ACCR' TO WS-SOURCE-CODE
                   PERFORM 6100-WRITE-JOURNAL-PAIR
               END-IF
               IF WS-CLASS-RECLASSED (WS-SUB) NOT = ZERO
                   MOVE WS-CLASS-RECLASSED (WS-SUB) TO WS-WORK-AMOUNT
                   MOVE 'RCLS' TO WS-SOURCE-CODE
                   PERFORM 6100-WRITE-JOURNAL-PAIR
               END-IF
           END-PERFORM
           PERFORM 6200-WRITE-TRAILER
           CLOSE GL-EXTRACT-FILE
