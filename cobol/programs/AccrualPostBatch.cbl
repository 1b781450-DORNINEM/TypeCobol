      * these totals into its movement-vs-activity reconciliation;
      * without them every night with a nonzero accrual would write a
      * spurious TB01 break.
      *
      * Checkpoint/restart: the walk REWRITEs the master in place, so
      * a run that dies partway down it cannot simply be rerun - the
      * accounts it already reached would accrue twice. Every
      * WS-COMMIT-INTERVAL accounts the audit file is closed and
      * reopened (hardened) and FUNDECL.ACCRUAL.CKPT (ACCRCKPT.cpy)
      * is rewritten with the last account walked and the run's
      * totals so far, the same single-record checkpoint
      * ZeroGuardBatch keeps. Whatever the checkpoint says, the audit
      * file has the last word: every run reads it first, and each
      * account already journaled with today's ACCR-CYCLE-DATE past
      * the checkpoint is rolled into the totals and the walk is
      * STARTed after the highest of them - no account accrues twice
      * for one cycle date, checkpoint or not. A cycle that already
      * has its ACCRTOT record is finished: a second run accrues
      * nothing and writes no second totals record, so TB01 sees one
      * correct accrual figure for the cycle however many times the
      * step was submitted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccrualPostBatch.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-TOTAL-STATUS.

      * Plain text checkpoint - ACCRCKPT.cpy is all USAGE DISPLAY.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE-FILE.
       FD  ACCRUAL-TOTAL-FILE.
       COPY POSTTOT.

       FD  CHECKPOINT-FILE.
       COPY ACCRCKPT.

       WORKING-STORAGE SECTION.
       01  WS-RATE-TABLE-DSN           PIC X(80)
                                       VALUE 'FUNDECL.RATETABLE.CTL'.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

      * Checkpoint/restart - see the header comment.
       01  WS-CHECKPOINT-DSN           PIC X(80)
                                       VALUE 'FUNDECL.ACCRUAL.CKPT'.
       01  WS-CHECKPOINT-STATUS        PIC X(02).
       01  WS-RESTART-SWITCH           PIC X VALUE 'N'.
           88  WS-IS-RESTART                     VALUE 'Y'.
       01  WS-CHECKPOINT-CONFLICT-SWITCH PIC X VALUE 'N'.
           88  WS-CHECKPOINT-CONFLICT            VALUE 'Y'.
       01  WS-CYCLE-TOTALED-SWITCH     PIC X VALUE 'N'.
           88  WS-CYCLE-ALREADY-TOTALED          VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-NO-MORE-AUDIT                  VALUE 'Y'.
       01  WS-TOTALS-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-NO-MORE-TOTALS                 VALUE 'Y'.
       01  WS-COMMIT-INTERVAL          PIC 9(09) VALUE 500.
       01  WS-SINCE-COMMIT             PIC 9(09) VALUE ZERO.
      * Highest account already walked (checkpoint) or accrued (audit)
      * this cycle - the restarted walk STARTs past it.
       01  WS-RESTART-KEY              PIC 9(10) VALUE ZERO.
       01  WS-LAST-ACCOUNT-NUMBER      PIC 9(10) VALUE ZERO.
       01  WS-ROLLED-FORWARD           PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
               GOBACK
           END-IF

      * One totals record per cycle - if it is already there, the
      * cycle's accrual finished (perhaps just before an abend that
      * left the checkpoint behind) and nothing may accrue again.
           PERFORM 0400-CHECK-CYCLE-TOTALED
           IF WS-CYCLE-ALREADY-TOTALED
               PERFORM 0690-CLEAR-CHECKPOINT
               DISPLAY 'ACCRUALPOSTBATCH: CYCLE ' WS-CYCLE-DATE
                   ' ALREADY TOTALED ON ' WS-ACCRUAL-TOTAL-DSN
                   ' - NOTHING ACCRUED'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0500-READ-CHECKPOINT
           IF WS-CHECKPOINT-CONFLICT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0550-ROLL-FORWARD-FROM-AUDIT

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ACCRUALPOSTBATCH: CANNOT OPEN '
               OPEN OUTPUT ACCRUAL-AUDIT-FILE
           END-IF

           IF WS-RESTART-KEY > ZERO
               PERFORM 0560-POSITION-PAST-RESTART-KEY
           ELSE
               PERFORM 0600-WRITE-CHECKPOINT
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-ACCRUE-ONE-ACCOUNT
                       MOVE CUST-ACCOUNT-NUMBER
                           TO WS-LAST-ACCOUNT-NUMBER
                       ADD 1 TO WS-SINCE-COMMIT
                       IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                           PERFORM 0650-TAKE-COMMIT-POINT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCRUAL-AUDIT-FILE

           PERFORM 3000-WRITE-ACCRUAL-TOTALS
           PERFORM 0690-CLEAR-CHECKPOINT

           DISPLAY 'ACCRUALPOSTBATCH: READ ' WS-ACCOUNTS-READ
               ' ACCRUED ' WS-ACCOUNTS-ACCRUED
           GOBACK
           .

       0400-CHECK-CYCLE-TOTALED.
           MOVE 'N' TO WS-CYCLE-TOTALED-SWITCH WS-TOTALS-EOF-SWITCH
           OPEN INPUT ACCRUAL-TOTAL-FILE
           IF WS-ACCRUAL-TOTAL-STATUS NOT = '00'
               CLOSE ACCRUAL-TOTAL-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-TOTALS
                   READ ACCRUAL-TOTAL-FILE
                       AT END SET WS-NO-MORE-TOTALS TO TRUE
                       NOT AT END
                           IF POSTTOT-CYCLE-DATE = WS-CYCLE-DATE
                               SET WS-CYCLE-ALREADY-TOTALED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-TOTAL-FILE
           END-IF
           .

      * A checkpoint still on file means the last run never finished.
      * One from an earlier cycle is a hard stop: that cycle has no
      * totals record and the operator must settle it first.
       0500-READ-CHECKPOINT.
           MOVE 'N' TO WS-RESTART-SWITCH WS-CHECKPOINT-CONFLICT-SWITCH
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00'
               CLOSE CHECKPOINT-FILE
           ELSE
               READ CHECKPOINT-FILE
                   AT END MOVE 'N' TO WS-RESTART-SWITCH
                   NOT AT END
                       IF ACKPT-CYCLE-DATE NOT = WS-CYCLE-DATE
                           SET WS-CHECKPOINT-CONFLICT TO TRUE
                           DISPLAY 'ACCRUALPOSTBATCH: UNFINISHED RUN '
                               'FOR CYCLE ' ACKPT-CYCLE-DATE ' ON '
                               WS-CHECKPOINT-DSN ' - NOTHING ACCRUED'
                       ELSE
                           SET WS-IS-RESTART TO TRUE
                           MOVE ACKPT-LAST-ACCOUNT-NUMBER
                               TO WS-RESTART-KEY
                           MOVE ACKPT-ACCOUNTS-READ
                               TO WS-ACCOUNTS-READ
                           MOVE ACKPT-ACCOUNTS-ACCRUED
                               TO WS-ACCOUNTS-ACCRUED
                           MOVE ACKPT-ACCOUNTS-CLOSED
                               TO WS-ACCOUNTS-CLOSED
                           MOVE ACKPT-ACCOUNTS-NO-RATE
                               TO WS-ACCOUNTS-NO-RATE
                           MOVE ACKPT-INTEREST-TOTAL
                               TO WS-ACCRUED-INTEREST-TOTAL
                           MOVE ACKPT-FEES-TOTAL
                               TO WS-ACCRUED-FEES-TOTAL
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           .

      * Every account journaled for today's cycle past the restart
      * key was accrued after the last checkpoint (or before the first
      * one) - roll it into the totals and move the key past it.
       0550-ROLL-FORWARD-FROM-AUDIT.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           MOVE WS-RESTART-KEY TO WS-LAST-ACCOUNT-NUMBER
           OPEN INPUT ACCRUAL-AUDIT-FILE
           IF WS-ACCRUAL-AUDIT-STATUS NOT = '00'
               CLOSE ACCRUAL-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-AUDIT
                   READ ACCRUAL-AUDIT-FILE
                       AT END SET WS-NO-MORE-AUDIT TO TRUE
                       NOT AT END
                           IF ACCR-CYCLE-DATE = WS-CYCLE-DATE
                                   AND ACCR-JOB-NAME = WS-JOB-NAME
                                   AND ACCR-ACCOUNT-NUMBER
                                       > WS-RESTART-KEY
                               PERFORM 0555-ROLL-FORWARD-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-AUDIT-FILE
           END-IF
           MOVE WS-LAST-ACCOUNT-NUMBER TO WS-RESTART-KEY
           .

       0555-ROLL-FORWARD-ONE.
           ADD 1 TO WS-ROLLED-FORWARD
           ADD 1 TO WS-ACCOUNTS-ACCRUED
           ADD ACCR-INTEREST-ACCRUED   TO WS-ACCRUED-INTEREST-TOTAL
           ADD ACCR-FEE-CHARGED        TO WS-ACCRUED-FEES-TOTAL
           IF ACCR-ACCOUNT-NUMBER > WS-LAST-ACCOUNT-NUMBER
               MOVE ACCR-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT-NUMBER
           END-IF
           .

       0560-POSITION-PAST-RESTART-KEY.
           DISPLAY 'ACCRUALPOSTBATCH: RESTARTING AFTER ACCOUNT '
               WS-RESTART-KEY ' (' WS-ROLLED-FORWARD
               ' ROLLED FORWARD FROM THE AUDIT FILE)'
           MOVE WS-RESTART-KEY TO CUST-ACCOUNT-NUMBER
           START CUSTOMER-MASTER-FILE
                   KEY IS GREATER THAN CUST-ACCOUNT-NUMBER
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           .

       0600-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO ACCRUAL-CHECKPOINT-RECORD
           MOVE WS-JOB-NAME            TO ACKPT-JOB-NAME
           MOVE WS-CYCLE-DATE          TO ACKPT-CYCLE-DATE
           MOVE WS-LAST-ACCOUNT-NUMBER TO ACKPT-LAST-ACCOUNT-NUMBER
           MOVE WS-ACCOUNTS-READ       TO ACKPT-ACCOUNTS-READ
           MOVE WS-ACCOUNTS-ACCRUED    TO ACKPT-ACCOUNTS-ACCRUED
           MOVE WS-ACCOUNTS-CLOSED     TO ACKPT-ACCOUNTS-CLOSED
           MOVE WS-ACCOUNTS-NO-RATE    TO ACKPT-ACCOUNTS-NO-RATE
           MOVE WS-ACCRUED-INTEREST-TOTAL TO ACKPT-INTEREST-TOTAL
           MOVE WS-ACCRUED-FEES-TOTAL  TO ACKPT-FEES-TOTAL
           MOVE FUNCTION CURRENT-DATE  TO ACKPT-TIMESTAMP
           WRITE ACCRUAL-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .

      * Harden the audit file, then record the position - the
      * checkpoint never claims more than is on disk.
       0650-TAKE-COMMIT-POINT.
           CLOSE ACCRUAL-AUDIT-FILE
           OPEN EXTEND ACCRUAL-AUDIT-FILE
           PERFORM 0600-WRITE-CHECKPOINT
           MOVE ZERO TO WS-SINCE-COMMIT
           .

      * Completed cycle - clear the checkpoint so the next cycle's run
      * starts from the top of the master.
       0690-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           .

       1000-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS NOT = '00'
           MOVE WS-CYCLE-DATE          TO ACCR-CYCLE-DATE
           WRITE ACCRUAL-AUDIT-RECORD
           .
      * One summary record appended per cycle (a restarted cycle
      * carries its earlier legs' figures forward into it), the same
      * way TranBalancePost leaves its posting totals - the
      * trial-balance step sums today's records from both files to
      * explain the master's overnight movement.
       3000-WRITE-ACCRUAL-TOTALS.
           OPEN EXTEND ACCRUAL-TOTAL-FILE
           IF WS-ACCRUAL-TOTAL-STATUS = '05' OR '35'
