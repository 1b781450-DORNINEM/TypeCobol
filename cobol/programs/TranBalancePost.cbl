      *
      * A record is skipped (with an exception line, POSTEXC.cpy) when:
      *   - its account is not on the master,
      *   - its account is flagged CUST-ACCOUNT-CLOSED,
      *   - its components do not sum to its trailer control total, or
      *   - the master REWRITE fails (journaled REWRFAIL).
      * The trailer check here deliberately does NOT write a suspense
      * record - the range drivers' reconciliation pass already put the
      * break on the per-range suspense file; repeating the write from
      * rescanning one append-forever file. History from before the
      * cutover stays on FUNDECL.TRANHIST.DAT, which readers still
      * walk as the legacy tail.
      *
      * Checkpoint/restart: every master REWRITE here is in place, so
      * a run that abends halfway through the slices cannot simply be
      * rerun - everything it posted would post again. Every
      * WS-COMMIT-INTERVAL records, and at every input boundary, the
      * journal and parked file are closed and reopened (hardened)
      * and FUNDECL.TRANPOST.CKPT (POSTCKPT.cpy) is rewritten with
      * the input in hand, the position in it, the length of the
      * cycle month's journal segment and the running posted totals -
      * the same single-record OPEN OUTPUT checkpoint ZeroGuardBatch
      * keeps. Every record processed leaves exactly one journal
      * entry, so a restart (any run that finds the checkpoint still
      * there) reads the segment past the checkpointed length and
      * rolls forward over each entry written after it - counting it
      * as read, adding it to the posted totals when it POSTED - and
      * then skip-reads the input to resume after the last record
      * journaled. A checkpoint left by a different input or an
      * earlier cycle is a hard stop, not a restart: posting anything
      * else before the unfinished run is resolved would interleave
      * two runs on one journal segment. No POSTTOT record is written
      * by an abended run; the completing run writes one record with
      * the whole run's figures, so TB01 ties on a restarted night.
      * The checkpoint goes to phase 'T' just before that append and
      * is cleared just after it, so a restart that lands between the
      * two only has to prove the totals record reached the file.
      *
      * Preflight failures: an input that fails the DoesNothing
      * preflight is not marked finished, and the slice run stops at
      * it rather than posting the slices behind it - the checkpoint
      * counts finished inputs, so it can only describe a run that
      * finished them in order. When anything has been posted by
      * then, the checkpoint is left on file (phase 'P', positioned
      * at the failed input, the failure count saved with it), no
      * POSTTOT record is written and the step ends RC 8: the rerun
      * after the input is repaired is a restart that resumes at that
      * input and skips every slice already posted, instead of
      * posting them a second time. When nothing has been posted the
      * run completes as before, with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TranBalancePost.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-EXC-STATUS.

      * Plain text checkpoint - POSTCKPT.cpy is all USAGE DISPLAY.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LIMEXC-MESSAGE          PIC X(42).

       FD  CHECKPOINT-FILE.
       COPY POSTCKPT.

       WORKING-STORAGE SECTION.
      * Re-pointed per input: each verified split slice in turn on
      * the nightly default path, or the single caller-named dataset.
       01  WS-REVIEWED-INPUT-SWITCH    PIC X VALUE 'N'.
           88  WS-REVIEWED-INPUT                 VALUE 'Y'.
       01  WS-RECORDS-OUT-OF-BALANCE   PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-REWRITE-FAILED   PIC 9(09) VALUE ZERO.
       01  WS-CYCLE-DATE               PIC 9(08).
       01  WS-DISPOSITION              PIC X(08).
       01  WS-EXCEPTION-MESSAGE        PIC X(42).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

      * Checkpoint/restart - see the header comment.
       01  WS-CHECKPOINT-DSN           PIC X(80)
                                       VALUE 'FUNDECL.TRANPOST.CKPT'.
       01  WS-CHECKPOINT-STATUS        PIC X(02).
       01  WS-RESTART-SWITCH           PIC X VALUE 'N'.
           88  WS-IS-RESTART                     VALUE 'Y'.
       01  WS-CHECKPOINT-CONFLICT-SWITCH PIC X VALUE 'N'.
           88  WS-CHECKPOINT-CONFLICT            VALUE 'Y'.
       01  WS-CHECKPOINT-PHASE         PIC X(01) VALUE 'P'.
       01  WS-TOTALS-FOUND-SWITCH      PIC X VALUE 'N'.
           88  WS-TOTALS-ALREADY-WRITTEN         VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-NO-MORE-HISTORY                VALUE 'Y'.
       01  WS-TOTALS-EOF-SWITCH        PIC X VALUE 'N'.
           88  WS-NO-MORE-TOTALS                 VALUE 'Y'.
       01  WS-COMMIT-INTERVAL          PIC 9(09) VALUE 500.
       01  WS-SINCE-COMMIT             PIC 9(09) VALUE ZERO.
      * Inputs finished so far this run (slices in control-file
      * order; the caller-named input counts as the only one), the
      * input now being read, and how far into it the run is.
       01  WS-INPUTS-COMPLETED         PIC 9(04) VALUE ZERO.
       01  WS-INPUT-SEQ                PIC 9(04) VALUE ZERO.
       01  WS-RECORDS-IN-INPUT         PIC 9(09) VALUE ZERO.
       01  WS-SKIP-COUNT               PIC 9(09) VALUE ZERO.
      * Entries on the cycle month's journal segment - counted before
      * the run appends, then kept current by every journal write.
       01  WS-HISTORY-COUNT            PIC 9(09) VALUE ZERO.
       01  WS-CHECKPOINT-HISTORY-COUNT PIC 9(09) VALUE ZERO.
       01  WS-ROLLED-FORWARD           PIC 9(09) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-INPUT-DSN                PIC X(80).

                   BY REFERENCE WS-CYCLE-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 0060-READ-CHECKPOINT
           IF WS-CHECKPOINT-CONFLICT
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-IS-RESTART AND WS-CHECKPOINT-PHASE = 'T'
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM 0960-FINISH-PENDING-TOTALS
               IF WS-FILES-FAILED > ZERO
                   DISPLAY 'TRANBALANCEPOST: ' WS-FILES-FAILED
                       ' INPUT DATASET(S) FAILED PREFLIGHT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           PERFORM 0010-POINT-AT-HISTORY-SEGMENT
           PERFORM 0070-MEASURE-HISTORY-SEGMENT
           IF WS-CHECKPOINT-CONFLICT
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0020-LOAD-CLASS-LIMITS

      * EXTEND on the exception report too (not just the journals) -
               CLOSE LIMIT-EXCEPTION-REPORT
               OPEN OUTPUT LIMIT-EXCEPTION-REPORT
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = '05' OR '35'
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
      * A fresh run checkpoints before its first record, so even an
      * abend inside the first commit interval restarts cleanly.
           IF NOT WS-IS-RESTART
               MOVE 'P' TO WS-CHECKPOINT-PHASE
               PERFORM 0600-WRITE-CHECKPOINT
           END-IF

           IF LS-INPUT-DSN NOT = SPACES
               SET WS-REVIEWED-INPUT TO TRUE
               MOVE LS-INPUT-DSN TO WS-TRANSACTION-DSN
               MOVE 1 TO WS-INPUT-SEQ
               IF WS-INPUT-SEQ > WS-INPUTS-COMPLETED
                   PERFORM 0050-POST-ONE-FILE
                   IF WS-FILES-FAILED = ZERO
                       PERFORM 0080-INPUT-COMPLETED
                   END-IF
               END-IF
           ELSE
               PERFORM 0040-POST-ALL-SLICES
           END-IF
           CLOSE PARKED-FILE
           CLOSE HISTORY-FILE

      * Stopped at a failed input with work already on the master -
      * keep the checkpoint so the rerun resumes instead of reposting.
           IF WS-FILES-FAILED > ZERO AND WS-RECORDS-READ > ZERO
               MOVE 'P' TO WS-CHECKPOINT-PHASE
               PERFORM 0600-WRITE-CHECKPOINT
               DISPLAY 'TRANBALANCEPOST: STOPPED AFTER '
                   WS-INPUTS-COMPLETED ' INPUT(S), ' WS-RECORDS-READ
                   ' RECORDS READ - ' WS-FILES-FAILED
                   ' INPUT DATASET(S) FAILED PREFLIGHT'
               DISPLAY 'TRANBALANCEPOST: CHECKPOINT KEPT ON '
                   WS-CHECKPOINT-DSN ' - RERUN RESUMES AT THE '
                   'FAILED INPUT, NO POSTING TOTALS WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'T' TO WS-CHECKPOINT-PHASE
           PERFORM 0600-WRITE-CHECKPOINT
           PERFORM 0900-WRITE-POSTING-TOTALS
           PERFORM 0690-CLEAR-CHECKPOINT

           DISPLAY 'TRANBALANCEPOST: READ ' WS-RECORDS-READ
               ' POSTED ' WS-RECORDS-POSTED
               ' LIMIT-PARKED ' WS-RECORDS-LIMIT-PARKED
               ' DORMANT-PARKED ' WS-RECORDS-DORMANT-PARKED
               ' OUT-OF-BALANCE ' WS-RECORDS-OUT-OF-BALANCE
               ' REWRITE-FAILED ' WS-RECORDS-REWRITE-FAILED
           IF WS-FILES-FAILED > ZERO
               DISPLAY 'TRANBALANCEPOST: ' WS-FILES-FAILED
                   ' INPUT DATASET(S) FAILED PREFLIGHT'
                   READ RANGE-ID-FILE
                       AT END SET WS-NO-MORE-RANGE-IDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-INPUT-SEQ
                           MOVE SPACES TO WS-TRANSACTION-DSN
                           STRING 'FUNDECL.TRANBAL.'
                                   DELIMITED BY SIZE
                                   RANGE-ID-CTL-RECORD
                                   DELIMITED BY SPACE
                               INTO WS-TRANSACTION-DSN
      * Slices a restarted run already finished are not reopened.
      * A slice that fails preflight stops the run there - see the
      * header comment.
                           IF WS-INPUT-SEQ > WS-INPUTS-COMPLETED
                               PERFORM 0050-POST-ONE-FILE
                               IF WS-FILES-FAILED > ZERO
                                   SET WS-NO-MORE-RANGE-IDS TO TRUE
                               ELSE
                                   PERFORM 0080-INPUT-COMPLETED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RANGE-ID-FILE
           END-IF
           .

      * The restart position is taken up front, so a restarted input
      * that fails preflight is checkpointed at the same position.
       0050-POST-ONE-FILE.
           MOVE WS-SKIP-COUNT TO WS-RECORDS-IN-INPUT
           CALL 'DoesNothing' USING
                   BY REFERENCE WS-TRANSACTION-DSN
                   BY REFERENCE WS-PREFLIGHT-MIN-RECORDS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT TRANSACTION-FILE
      * Restarting inside this input: skip-read past every record the
      * abended run already journaled - the same positioning idiom
      * ZeroGuardBatch uses on restart.
               PERFORM WS-SKIP-COUNT TIMES
                   READ TRANSACTION-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-SKIP-COUNT
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANSACTION-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0100-POST-ONE-RECORD
                           ADD 1 TO WS-RECORDS-IN-INPUT
                           ADD 1 TO WS-SINCE-COMMIT
                           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                               PERFORM 0500-TAKE-COMMIT-POINT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           .

      * An input is finished - checkpoint the boundary so a restart
      * never has to roll a journal tail across two inputs. An input
      * that failed preflight never gets here.
       0080-INPUT-COMPLETED.
           MOVE WS-INPUT-SEQ TO WS-INPUTS-COMPLETED
           MOVE ZERO TO WS-RECORDS-IN-INPUT WS-SKIP-COUNT
           PERFORM 0500-TAKE-COMMIT-POINT
           .

      * A checkpoint still on file means the last run never finished.
      * Only the same kind of run for the same cycle may pick it up.
       0060-READ-CHECKPOINT.
           MOVE 'N' TO WS-RESTART-SWITCH WS-CHECKPOINT-CONFLICT-SWITCH
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00'
               CLOSE CHECKPOINT-FILE
           ELSE
               READ CHECKPOINT-FILE
                   AT END MOVE 'N' TO WS-RESTART-SWITCH
                   NOT AT END
                       IF PCKPT-CYCLE-DATE NOT = WS-CYCLE-DATE
                               OR PCKPT-INPUT-DSN NOT = LS-INPUT-DSN
                           SET WS-CHECKPOINT-CONFLICT TO TRUE
                           DISPLAY 'TRANBALANCEPOST: UNFINISHED RUN '
                               'FOR CYCLE ' PCKPT-CYCLE-DATE
                               ' INPUT ' PCKPT-INPUT-DSN
                           DISPLAY 'TRANBALANCEPOST: RESTART THAT RUN '
                               'OR RESOLVE ' WS-CHECKPOINT-DSN
                               ' - NOTHING POSTED'
                       ELSE
                           PERFORM 0065-RESTORE-FROM-CHECKPOINT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           .

       0065-RESTORE-FROM-CHECKPOINT.
           SET WS-IS-RESTART TO TRUE
           MOVE PCKPT-PHASE            TO WS-CHECKPOINT-PHASE
           MOVE PCKPT-INPUTS-COMPLETED TO WS-INPUTS-COMPLETED
           MOVE PCKPT-RECORDS-IN-INPUT TO WS-SKIP-COUNT
           MOVE PCKPT-HISTORY-COUNT    TO WS-CHECKPOINT-HISTORY-COUNT
           MOVE PCKPT-RECORDS-READ     TO WS-RECORDS-READ
           MOVE PCKPT-RECORDS-POSTED   TO WS-RECORDS-POSTED
           MOVE PCKPT-POSTED-PRINCIPAL TO WS-POSTED-PRINCIPAL
           MOVE PCKPT-POSTED-INTEREST  TO WS-POSTED-INTEREST
           MOVE PCKPT-POSTED-FEES      TO WS-POSTED-FEES
           MOVE PCKPT-POSTED-TOTAL     TO WS-POSTED-TOTAL
           IF PCKPT-FILES-FAILED IS NUMERIC
               MOVE PCKPT-FILES-FAILED TO WS-FILES-FAILED
           ELSE
               MOVE ZERO TO WS-FILES-FAILED
           END-IF
      * At phase 'P' the failure is the input the run stopped at,
      * which this restart is about to retry - it is judged afresh.
           IF WS-FILES-FAILED > ZERO AND PCKPT-POSTING
               DISPLAY 'TRANBALANCEPOST: RETRYING THE INPUT THAT '
                   'FAILED PREFLIGHT ON THE INTERRUPTED RUN'
               MOVE ZERO TO WS-FILES-FAILED
           END-IF
           .

      * Length of the cycle month's journal segment before this run
      * appends to it. On a restart, every entry past the checkpointed
      * length was written by the abended run after its last
      * checkpoint - each is rolled forward, so the run resumes after
      * the last record it journaled rather than the last checkpoint.
       0070-MEASURE-HISTORY-SEGMENT.
           MOVE ZERO TO WS-HISTORY-COUNT WS-ROLLED-FORWARD
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-HISTORY
                   READ HISTORY-FILE
                       AT END SET WS-NO-MORE-HISTORY TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-COUNT
                           IF WS-IS-RESTART
                                   AND WS-HISTORY-COUNT
                                       > WS-CHECKPOINT-HISTORY-COUNT
                               PERFORM 0075-ROLL-FORWARD-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF WS-IS-RESTART
               IF WS-HISTORY-COUNT < WS-CHECKPOINT-HISTORY-COUNT
                   SET WS-CHECKPOINT-CONFLICT TO TRUE
                   DISPLAY 'TRANBALANCEPOST: ' WS-HISTORY-DSN (1:40)
                       ' HOLDS ' WS-HISTORY-COUNT
                       ' ENTRIES, CHECKPOINT SAYS '
                       WS-CHECKPOINT-HISTORY-COUNT
                       ' - NOTHING POSTED'
               ELSE
                   DISPLAY 'TRANBALANCEPOST: RESTARTING AT INPUT '
                       WS-INPUTS-COMPLETED ' + 1 AFTER ' WS-SKIP-COUNT
                       ' RECORDS (' WS-ROLLED-FORWARD
                       ' ROLLED FORWARD FROM THE JOURNAL)'
               END-IF
           END-IF
           .

       0075-ROLL-FORWARD-ONE.
           ADD 1 TO WS-ROLLED-FORWARD
           ADD 1 TO WS-SKIP-COUNT
           ADD 1 TO WS-RECORDS-READ
           IF HIST-WAS-POSTED
               ADD 1 TO WS-RECORDS-POSTED
               ADD HIST-PRINCIPAL      TO WS-POSTED-PRINCIPAL
               ADD HIST-INTEREST       TO WS-POSTED-INTEREST
               ADD HIST-FEES           TO WS-POSTED-FEES
               COMPUTE WS-POSTED-TOTAL = WS-POSTED-TOTAL
                   + HIST-PRINCIPAL + HIST-INTEREST + HIST-FEES
           END-IF
           .

      * Harden the journal and the parked file, then record the
      * position - the checkpoint never claims more than is on disk.
       0500-TAKE-COMMIT-POINT.
           CLOSE HISTORY-FILE
           OPEN EXTEND HISTORY-FILE
           CLOSE PARKED-FILE
           OPEN EXTEND PARKED-FILE
           MOVE 'P' TO WS-CHECKPOINT-PHASE
           PERFORM 0600-WRITE-CHECKPOINT
           MOVE ZERO TO WS-SINCE-COMMIT
           .

       0600-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO POST-CHECKPOINT-RECORD
           MOVE WS-STEP-NAME           TO PCKPT-JOB-NAME
           MOVE WS-CYCLE-DATE          TO PCKPT-CYCLE-DATE
           MOVE WS-CHECKPOINT-PHASE    TO PCKPT-PHASE
           MOVE LS-INPUT-DSN           TO PCKPT-INPUT-DSN
           MOVE WS-INPUTS-COMPLETED    TO PCKPT-INPUTS-COMPLETED
           MOVE WS-RECORDS-IN-INPUT    TO PCKPT-RECORDS-IN-INPUT
           MOVE WS-HISTORY-COUNT       TO PCKPT-HISTORY-COUNT
           MOVE WS-RECORDS-READ        TO PCKPT-RECORDS-READ
           MOVE WS-RECORDS-POSTED      TO PCKPT-RECORDS-POSTED
           MOVE WS-POSTED-PRINCIPAL    TO PCKPT-POSTED-PRINCIPAL
           MOVE WS-POSTED-INTEREST     TO PCKPT-POSTED-INTEREST
           MOVE WS-POSTED-FEES         TO PCKPT-POSTED-FEES
           MOVE WS-POSTED-TOTAL        TO PCKPT-POSTED-TOTAL
           MOVE FUNCTION CURRENT-DATE  TO PCKPT-TIMESTAMP
           MOVE WS-FILES-FAILED        TO PCKPT-FILES-FAILED
           WRITE POST-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .

      * Completed run - clear the checkpoint so the next run (a
      * release re-drive, or the next cycle) starts from the top.
       0690-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           .

       0100-POST-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ

                       'OVERFLOWED FOR ACCOUNT '
                       CUST-ACCOUNT-NUMBER
           END-COMPUTE
      * A failed rewrite is journaled too (REWRFAIL) - a restart skips
      * one input record per journal entry, so every record consumed
      * must leave one.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TRANBALANCEPOST: MASTER REWRITE '
                       'FAILED FOR ACCOUNT ' CUST-ACCOUNT-NUMBER
                       ' STATUS ' WS-CUSTMAST-STATUS
                   ADD 1 TO WS-RECORDS-REWRITE-FAILED
                   MOVE 'MASTER REWRITE FAILED - NOT POSTED'
                                       TO POSTEXC-MESSAGE
                   PERFORM 0300-WRITE-EXCEPTION
                   MOVE 'REWRFAIL' TO WS-DISPOSITION
                   PERFORM 0800-WRITE-HISTORY
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-POSTED
                   ADD TRANB-PRINCIPAL TO WS-POSTED-PRINCIPAL
           MOVE TRANB-FEES             TO HIST-FEES
           MOVE WS-DISPOSITION         TO HIST-DISPOSITION
           WRITE TRAN-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-COUNT
           .

      * One summary record appended per posting run - the main cycle
           WRITE POSTING-TOTAL-RECORD
           CLOSE POSTING-TOTAL-FILE
           .

      * Restart found the checkpoint at phase 'T': every input was
      * finished and the figures restored from it are final. If the
      * cycle's POSTTOT records already carry them, the append
      * happened before the abend and writing again would double the
      * night's posted total in TB01.
       0960-FINISH-PENDING-TOTALS.
           MOVE 'N' TO WS-TOTALS-FOUND-SWITCH WS-TOTALS-EOF-SWITCH
           OPEN INPUT POSTING-TOTAL-FILE
           IF WS-POST-TOTAL-STATUS NOT = '00'
               CLOSE POSTING-TOTAL-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-TOTALS
                   READ POSTING-TOTAL-FILE
                       AT END SET WS-NO-MORE-TOTALS TO TRUE
                       NOT AT END
                           IF POSTTOT-CYCLE-DATE = WS-CYCLE-DATE
                                   AND POSTTOT-RECORDS-POSTED
                                       = WS-RECORDS-POSTED
                                   AND POSTTOT-SUM-TOTAL
                                       = WS-POSTED-TOTAL
                               SET WS-TOTALS-ALREADY-WRITTEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-TOTAL-FILE
           END-IF
           IF WS-TOTALS-ALREADY-WRITTEN
               DISPLAY 'TRANBALANCEPOST: RESTART - POSTING TOTALS '
                   'ALREADY ON ' WS-POST-TOTAL-DSN
           ELSE
               PERFORM 0900-WRITE-POSTING-TOTALS
               DISPLAY 'TRANBALANCEPOST: RESTART - POSTING TOTALS '
                   'WRITTEN TO ' WS-POST-TOTAL-DSN
           END-IF
           PERFORM 0690-CLEAR-CHECKPOINT
           DISPLAY 'TRANBALANCEPOST: READ ' WS-RECORDS-READ
               ' POSTED ' WS-RECORDS-POSTED
           .
       END PROGRAM TranBalancePost.
