      ******************************************************************
      * MasterChangeCapture - nightly change-data-capture feed of the
      * customer master for the data warehouse. The warehouse used to
      * diff full nightly unloads, which cannot see a flag flipped and
      * flipped back inside the day and cannot tell an accrual from a
      * posting. This step builds the day's changes from what the
      * suite already journals for the cycle date instead, and writes
      * them as one account-sequenced delta file (CHGDELTA.cpy) on
      * FUNDECL.CHGDELTA.DAT:
      *   NEWA - accounts partner intake opened: the partner account
      *          register (PARTACCT.cpy) rows added on the cycle date,
      *          with the class and name the master holds now,
      *   ADDR - the address change log (ADDRLOG.cpy),
      *   SWAP - the swap audit journal (SWAPAUD.cpy) - swaps with no
      *          account (the SWAPSUM interchange feed) change no
      *          master record and are counted, not carried,
      *   POST - the day's POSTED (and posted-then-REVERSED) TRANHIST
      *          entries, from the legacy tail and the cycle month's
      *          segment, the same two GLJournalExtract reads,
      *   ACCR - the accrual audit journal (ACCRAUD.cpy),
      *   FLAG - status-flag flips on the flag-change log
      *          (CUSTFLOG.cpy),
      *   CLOS - the ACCT-CLOSED flips to 'Y' AccountClosure
      *          journals under its own job name; the flip back it
      *          journals when an archive write fails is a FLAG.
      * Like GLJournalExtract this step runs before ArchiveCutover,
      * so the day's audit records are always on the live files.
      *
      * Account sequence: each change is written first to an indexed
      * work file, FUNDECL.CHGCAPT.WORK, keyed on account number, then
      * a rank for the change type (the order above), then arrival -
      * reading it back in key order gives every account's changes
      * together, in the order they are applied within the day.
      *
      * Before/after balances: SWAP, POST and ACCR carry the balance
      * view. A TRANHIST entry carries only its amounts, so the chain
      * is derived: an account's start-of-day balance is what the
      * master holds now (zero once the account has closed and left
      * the master) less the day's movements on it, and each change
      * is then applied in turn. The work file is therefore read
      * twice per account - once to total the movements, once to
      * write the details.
      *
      * Tie-out: the POST count and amount must equal the day's
      * POSTTOT records, and the ACCR count and amount the day's
      * ACCRTOT records; both pairs ride the trailer beside the
      * per-type counts. As with GLJournalExtract, a day that does
      * not tie writes no delta file.
      * Return code: 0 delta written, 8 did not tie to the cycle's
      * totals, 16 the work file or the master cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterChangeCapture.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-WORK-FILE ASSIGN TO WS-WORK-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CWK-KEY
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

      * SEQUENTIAL on the journals and totals below - these records
      * carry COMP-3 fields, matching their writers.
      * Re-pointed to the cycle month's journal segment after the
      * legacy tail - today's entries can only live in those two.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACCRUAL-AUDIT-FILE ASSIGN TO WS-ACCRAUD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRAUD-STATUS.

           SELECT SWAP-AUDIT-FILE ASSIGN TO WS-SWAP-AUDIT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWAP-AUDIT-STATUS.

           SELECT POSTING-TOTAL-FILE ASSIGN TO WS-POST-TOTAL-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POST-TOTAL-STATUS.

      * CUSTFLOG.cpy, ADDRLOG.cpy, PARTACCT.cpy and CHGDELTA.cpy are
      * all USAGE DISPLAY - LINE SEQUENTIAL, matching their writers
      * and the warehouse loader.
           SELECT FLAG-LOG-FILE ASSIGN TO WS-FLAG-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-LOG-STATUS.

           SELECT ADDRESS-LOG-FILE ASSIGN TO WS-ADDRESS-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-LOG-STATUS.

           SELECT PARTNER-ACCOUNT-FILE ASSIGN TO WS-PARTNER-ACCOUNT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-ACCOUNT-STATUS.

           SELECT CHANGE-DELTA-FILE ASSIGN TO WS-DELTA-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One journaled change, keyed into account sequence. The
      * movement fields are what the change did to the balances
      * (zero for a change that moves no money); the value areas are
      * carried straight to the delta record for the others.
       FD  CHANGE-WORK-FILE.
       01  CHANGE-WORK-RECORD.
           05  CWK-KEY.
               10  CWK-ACCOUNT-NUMBER  PIC 9(10).
               10  CWK-RANK            PIC 9(01).
               10  CWK-ARRIVAL-SEQ     PIC 9(08).
           05  CWK-CHANGE-TYPE         PIC X(04).
           05  CWK-EVENT-TIMESTAMP     PIC X(26).
           05  CWK-SOURCE-ID           PIC X(08).
           05  CWK-ITEM-NAME           PIC X(12).
           05  CWK-MOVE-PRINCIPAL      PIC S9(11) COMP-3.
           05  CWK-MOVE-INTEREST       PIC S9(11) COMP-3.
           05  CWK-MOVE-FEES           PIC S9(11) COMP-3.
           05  CWK-BEFORE-VALUES       PIC X(92).
           05  CWK-AFTER-VALUES        PIC X(92).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  HISTORY-FILE.
       COPY TRANHIST.

       FD  ACCRUAL-AUDIT-FILE.
       COPY ACCRAUD.

       FD  SWAP-AUDIT-FILE.
       COPY SWAPAUD.

       FD  POSTING-TOTAL-FILE.
       COPY POSTTOT.

       FD  FLAG-LOG-FILE.
       COPY CUSTFLOG.

       FD  ADDRESS-LOG-FILE.
       COPY ADDRLOG.

       FD  PARTNER-ACCOUNT-FILE.
       COPY PARTACCT.

       FD  CHANGE-DELTA-FILE.
       COPY CHGDELTA.

       WORKING-STORAGE SECTION.
       01  WS-WORK-DSN                 PIC X(80)
                                       VALUE 'FUNDECL.CHGCAPT.WORK'.
       01  WS-WORK-STATUS              PIC X(02).
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-HISTORY-DSN              PIC X(80)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-ACCRAUD-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ACCRUAL.AUDIT'.
       01  WS-ACCRAUD-STATUS           PIC X(02).
       01  WS-SWAP-AUDIT-DSN           PIC X(80)
                                       VALUE 'FUNDECL.SWAPPARM.AUDIT'.
       01  WS-SWAP-AUDIT-STATUS        PIC X(02).
       01  WS-POST-TOTAL-DSN           PIC X(80)
                                       VALUE 'FUNDECL.POSTTOT.DAT'.
       01  WS-POST-TOTAL-STATUS        PIC X(02).
       01  WS-ACCRTOT-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ACCRTOT.DAT'.
       01  WS-FLAG-LOG-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.FLAGLOG'.
       01  WS-FLAG-LOG-STATUS          PIC X(02).
       01  WS-ADDRESS-LOG-DSN          PIC X(80)
                                       VALUE 'FUNDECL.CUSTADDR.CHGLOG'.
       01  WS-ADDRESS-LOG-STATUS       PIC X(02).
       01  WS-PARTNER-ACCOUNT-DSN      PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.ACCOUNTS'.
       01  WS-PARTNER-ACCOUNT-STATUS   PIC X(02).
       01  WS-DELTA-DSN                PIC X(80)
                                       VALUE 'FUNDECL.CHGDELTA.DAT'.
       01  WS-DELTA-STATUS             PIC X(02).

      * AccountClosure journals its flip under this job name (the
      * same name MasterRebuild keys closures on) - any other flip of
      * the closed flag is an ordinary FLAG change.
       01  WS-CLOSURE-JOB-NAME         PIC X(08) VALUE 'CLOSURE'.
       01  WS-CLOSED-FLAG-NAME         PIC X(12) VALUE 'ACCT-CLOSED'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH          PIC X VALUE 'N'.
           88  WS-NO-MORE-CHANGES                VALUE 'Y'.
       01  WS-GROUP-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-END-OF-ACCOUNT                 VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-ENTRY-DATE               PIC 9(08).
       01  WS-ARRIVAL-SEQ              PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-ACCOUNT          PIC 9(10).

      * Per-type counts as the changes are captured - these are what
      * the trailer carries and the tie-out proves.
       01  WS-NEWA-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-ADDR-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-SWAP-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-POST-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-ACCR-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-FLAG-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-CLOS-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-SWAPS-NO-ACCOUNT         PIC 9(09) VALUE ZERO.
       01  WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-POST-AMOUNT              PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-ACCR-AMOUNT              PIC S9(13) COMP-3 VALUE ZERO.

      * The cycle's proven totals, summed over every POSTTOT / ACCRTOT
      * record for the cycle date (one per posting or accrual run).
       01  WS-POSTTOT-RECORDS          PIC 9(09) VALUE ZERO.
       01  WS-POSTTOT-AMOUNT           PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-ACCRTOT-RECORDS          PIC 9(09) VALUE ZERO.
       01  WS-ACCRTOT-AMOUNT           PIC S9(13) COMP-3 VALUE ZERO.

      * The running balance chain for the account being written.
       01  WS-RUN-PRINCIPAL            PIC S9(11) COMP-3.
       01  WS-RUN-INTEREST             PIC S9(11) COMP-3.
       01  WS-RUN-FEES                 PIC S9(11) COMP-3.

      * Processing date comes from the business calendar through
      * CycleDateService, not the system clock - an after-midnight
      * rerun still captures the intended business day.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 1000-OPEN-FILES
           PERFORM 2000-CAPTURE-POSTINGS
           PERFORM 2200-CAPTURE-ACCRUALS
           PERFORM 2400-CAPTURE-SWAPS
           PERFORM 2600-CAPTURE-FLAG-CHANGES
           PERFORM 2800-CAPTURE-ADDRESS-CHANGES
           PERFORM 3000-CAPTURE-NEW-ACCOUNTS
           CLOSE CHANGE-WORK-FILE

           PERFORM 4000-READ-CYCLE-TOTALS
           PERFORM 5000-TIE-OUT-TO-TOTALS
           IF RETURN-CODE NOT = 0
               CLOSE CUSTOMER-MASTER-FILE
               GOBACK
           END-IF

           PERFORM 6000-WRITE-DELTA-FILE
           CLOSE CUSTOMER-MASTER-FILE

           DISPLAY 'MASTERCHANGECAPTURE: ' WS-DETAIL-COUNT
               ' CHANGES FOR CYCLE ' WS-TODAY-DATE ' - NEWA '
               WS-NEWA-COUNT ' ADDR ' WS-ADDR-COUNT ' SWAP '
               WS-SWAP-COUNT ' POST ' WS-POST-COUNT ' ACCR '
               WS-ACCR-COUNT ' FLAG ' WS-FLAG-COUNT ' CLOS '
               WS-CLOS-COUNT
           IF WS-SWAPS-NO-ACCOUNT > ZERO
               DISPLAY 'MASTERCHANGECAPTURE: ' WS-SWAPS-NO-ACCOUNT
                   ' SWAPS WITH NO ACCOUNT NOT CARRIED'
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK
           .

      * The work file is rebuilt from the journals every run, so a
      * rerun of the step captures the day afresh.
       1000-OPEN-FILES.
           OPEN OUTPUT CHANGE-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'MASTERCHANGECAPTURE: CANNOT OPEN '
                   WS-WORK-DSN ' STATUS ' WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'MASTERCHANGECAPTURE: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               CLOSE CHANGE-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2000-CAPTURE-POSTINGS.
           PERFORM 2050-READ-ONE-HISTORY-FILE
           MOVE SPACES TO WS-HISTORY-DSN
           STRING 'FUNDECL.TRANHIST.G' WS-TODAY-DATE (1:6)
                   DELIMITED BY SIZE
               INTO WS-HISTORY-DSN
           PERFORM 2050-READ-ONE-HISTORY-FILE
           .

       2050-READ-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTORY-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 2100-CAPTURE-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

      * REVERSED entries still posted to the master on their cycle
      * date - the day's POSTTOT includes them, so the feed must.
       2100-CAPTURE-ONE-POSTING.
           IF HIST-CYCLE-DATE = WS-TODAY-DATE
                   AND (HIST-WAS-POSTED OR HIST-POSTED-REVERSED)
               PERFORM 3800-CLEAR-WORK-RECORD
               MOVE HIST-ACCOUNT-NUMBER    TO CWK-ACCOUNT-NUMBER
               MOVE 4                      TO CWK-RANK
               MOVE 'POST'                 TO CWK-CHANGE-TYPE
               MOVE HIST-BATCH-ID          TO CWK-SOURCE-ID
               MOVE HIST-DISPOSITION       TO CWK-ITEM-NAME
               MOVE HIST-PRINCIPAL         TO CWK-MOVE-PRINCIPAL
               MOVE HIST-INTEREST          TO CWK-MOVE-INTEREST
               MOVE HIST-FEES              TO CWK-MOVE-FEES
               PERFORM 3900-WRITE-WORK-RECORD
               ADD 1 TO WS-POST-COUNT
               COMPUTE WS-POST-AMOUNT = WS-POST-AMOUNT
                   + HIST-PRINCIPAL + HIST-INTEREST + HIST-FEES
           END-IF
           .

       2200-CAPTURE-ACCRUALS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ACCRUAL-AUDIT-FILE
           IF WS-ACCRAUD-STATUS NOT = '00'
               CLOSE ACCRUAL-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACCRUAL-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 2300-CAPTURE-ONE-ACCRUAL
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-AUDIT-FILE
           END-IF
           .

      * Selection by business cycle date, falling back to the
      * wall-clock timestamp date on records from before the field
      * existed - the same rule GLJournalExtract applies.
       2300-CAPTURE-ONE-ACCRUAL.
           MOVE ZERO TO WS-ENTRY-DATE
           IF ACCR-CYCLE-DATE IS NUMERIC AND ACCR-CYCLE-DATE > ZERO
               MOVE ACCR-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF ACCR-TIMESTAMP (1:8) IS NUMERIC
                   MOVE ACCR-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE = WS-TODAY-DATE
               PERFORM 3800-CLEAR-WORK-RECORD
               MOVE ACCR-ACCOUNT-NUMBER    TO CWK-ACCOUNT-NUMBER
               MOVE 5                      TO CWK-RANK
               MOVE 'ACCR'                 TO CWK-CHANGE-TYPE
               MOVE ACCR-TIMESTAMP         TO CWK-EVENT-TIMESTAMP
               MOVE ACCR-JOB-NAME          TO CWK-SOURCE-ID
               MOVE ACCR-INTEREST-ACCRUED  TO CWK-MOVE-INTEREST
               MOVE ACCR-FEE-CHARGED       TO CWK-MOVE-FEES
               PERFORM 3900-WRITE-WORK-RECORD
               ADD 1 TO WS-ACCR-COUNT
               COMPUTE WS-ACCR-AMOUNT = WS-ACCR-AMOUNT
                   + ACCR-INTEREST-ACCRUED + ACCR-FEE-CHARGED
           END-IF
           .

       2400-CAPTURE-SWAPS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SWAP-AUDIT-FILE
           IF WS-SWAP-AUDIT-STATUS NOT = '00'
               CLOSE SWAP-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ SWAP-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 2500-CAPTURE-ONE-SWAP
                   END-READ
               END-PERFORM
               CLOSE SWAP-AUDIT-FILE
           END-IF
           .

      * A swap moves principal into interest and back; the movement
      * is the journaled after less before on each.
       2500-CAPTURE-ONE-SWAP.
           MOVE ZERO TO WS-ENTRY-DATE
           IF SWAP-AUD-CYCLE-DATE IS NUMERIC
                   AND SWAP-AUD-CYCLE-DATE > ZERO
               MOVE SWAP-AUD-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF SWAP-AUD-TIMESTAMP (1:8) IS NUMERIC
                   MOVE SWAP-AUD-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF SWAP-AUD-ACCOUNT-NUMBER NOT NUMERIC
                   OR SWAP-AUD-ACCOUNT-NUMBER = ZERO
               ADD 1 TO WS-SWAPS-NO-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-CLEAR-WORK-RECORD
           MOVE SWAP-AUD-ACCOUNT-NUMBER    TO CWK-ACCOUNT-NUMBER
           MOVE 3                          TO CWK-RANK
           MOVE 'SWAP'                     TO CWK-CHANGE-TYPE
           MOVE SWAP-AUD-TIMESTAMP         TO CWK-EVENT-TIMESTAMP
           MOVE SWAP-AUD-JOB-NAME          TO CWK-SOURCE-ID
           COMPUTE CWK-MOVE-PRINCIPAL = SWAP-AUD-PRINCIPAL-AFTER
                                      - SWAP-AUD-PRINCIPAL-BEFORE
           COMPUTE CWK-MOVE-INTEREST  = SWAP-AUD-INTEREST-AFTER
                                      - SWAP-AUD-INTEREST-BEFORE
           PERFORM 3900-WRITE-WORK-RECORD
           ADD 1 TO WS-SWAP-COUNT
           .

       2600-CAPTURE-FLAG-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FLAG-LOG-FILE
           IF WS-FLAG-LOG-STATUS NOT = '00'
               CLOSE FLAG-LOG-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ FLAG-LOG-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 2700-CAPTURE-ONE-FLAG-CHANGE
                   END-READ
               END-PERFORM
               CLOSE FLAG-LOG-FILE
           END-IF
           .

      * Every flip is carried, even one reversed later in the day -
      * that is exactly what a diff of two unloads cannot see.
       2700-CAPTURE-ONE-FLAG-CHANGE.
           MOVE ZERO TO WS-ENTRY-DATE
           IF FLOG-CYCLE-DATE IS NUMERIC AND FLOG-CYCLE-DATE > ZERO
               MOVE FLOG-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF FLOG-TIMESTAMP (1:8) IS NUMERIC
                   MOVE FLOG-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-CLEAR-WORK-RECORD
           MOVE FLOG-ACCOUNT-NUMBER        TO CWK-ACCOUNT-NUMBER
           MOVE FLOG-TIMESTAMP             TO CWK-EVENT-TIMESTAMP
           MOVE FLOG-JOB-NAME              TO CWK-SOURCE-ID
           MOVE FLOG-FLAG-NAME             TO CWK-ITEM-NAME
           MOVE FLOG-OLD-VALUE             TO CWK-BEFORE-VALUES
           MOVE FLOG-NEW-VALUE             TO CWK-AFTER-VALUES
      * AccountClosure's rollback flip keeps the closure's rank so it
      * still follows the closure it reverses, but only the flip to
      * 'Y' is a closure - the reversal goes out as a FLAG change.
           IF FLOG-FLAG-NAME = WS-CLOSED-FLAG-NAME
                   AND FLOG-JOB-NAME = WS-CLOSURE-JOB-NAME
               MOVE 7                      TO CWK-RANK
               IF FLOG-NEW-VALUE = 'Y'
                   MOVE 'CLOS'             TO CWK-CHANGE-TYPE
                   ADD 1 TO WS-CLOS-COUNT
               ELSE
                   MOVE 'FLAG'             TO CWK-CHANGE-TYPE
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           ELSE
               MOVE 6                      TO CWK-RANK
               MOVE 'FLAG'                 TO CWK-CHANGE-TYPE
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           PERFORM 3900-WRITE-WORK-RECORD
           .

       2800-CAPTURE-ADDRESS-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ADDRESS-LOG-FILE
           IF WS-ADDRESS-LOG-STATUS NOT = '00'
               CLOSE ADDRESS-LOG-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ADDRESS-LOG-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2850-CAPTURE-ONE-ADDRESS-CHANGE
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-LOG-FILE
           END-IF
           .

      * A log record from before the cycle date and address values
      * were journaled reads them as SPACES - it still dates by its
      * timestamp and is carried with blank values.
       2850-CAPTURE-ONE-ADDRESS-CHANGE.
           MOVE ZERO TO WS-ENTRY-DATE
           IF ADRL-CYCLE-DATE IS NUMERIC AND ADRL-CYCLE-DATE > ZERO
               MOVE ADRL-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF ADRL-TIMESTAMP (1:8) IS NUMERIC
                   MOVE ADRL-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE = WS-TODAY-DATE
               PERFORM 3800-CLEAR-WORK-RECORD
               MOVE ADRL-ACCOUNT-NUMBER    TO CWK-ACCOUNT-NUMBER
               MOVE 2                      TO CWK-RANK
               MOVE 'ADDR'                 TO CWK-CHANGE-TYPE
               MOVE ADRL-TIMESTAMP         TO CWK-EVENT-TIMESTAMP
               MOVE ADRL-JOB-NAME          TO CWK-SOURCE-ID
               IF ADRL-ADDRESS-ADDED
                   MOVE 'ADDED'            TO CWK-ITEM-NAME
               ELSE
                   MOVE 'CHANGED'          TO CWK-ITEM-NAME
               END-IF
               MOVE ADRL-OLD-ADDRESS       TO CWK-BEFORE-VALUES
               MOVE ADRL-NEW-ADDRESS       TO CWK-AFTER-VALUES
               PERFORM 3900-WRITE-WORK-RECORD
               ADD 1 TO WS-ADDR-COUNT
           END-IF
           .

       3000-CAPTURE-NEW-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARTNER-ACCOUNT-FILE
           IF WS-PARTNER-ACCOUNT-STATUS NOT = '00'
               CLOSE PARTNER-ACCOUNT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ PARTNER-ACCOUNT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3100-CAPTURE-ONE-NEW-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE PARTNER-ACCOUNT-FILE
           END-IF
           .

      * The register row is the account's opening; the class and
      * name come off the master. An account opened and closed the
      * same day is no longer there to read - its after values stay
      * blank and its CLOS record follows.
       3100-CAPTURE-ONE-NEW-ACCOUNT.
           IF PACC-ADDED-DATE NOT NUMERIC
                   OR PACC-ADDED-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-CLEAR-WORK-RECORD
           MOVE PACC-ACCOUNT-NUMBER        TO CWK-ACCOUNT-NUMBER
           MOVE 1                          TO CWK-RANK
           MOVE 'NEWA'                     TO CWK-CHANGE-TYPE
           MOVE PACC-PARTNER-ID            TO CWK-SOURCE-ID
           MOVE PACC-ACCOUNT-NUMBER        TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-ACCOUNT-CLASS TO CWK-AFTER-VALUES (1:2)
                   MOVE CUST-CUSTOMER-NAME TO CWK-AFTER-VALUES (3:30)
           END-READ
           PERFORM 3900-WRITE-WORK-RECORD
           ADD 1 TO WS-NEWA-COUNT
           .

      * The record is blanked first; the movement fields are COMP-3
      * and must be zeroed, not left as SPACES.
       3800-CLEAR-WORK-RECORD.
           MOVE SPACES TO CHANGE-WORK-RECORD
           MOVE ZERO   TO CWK-MOVE-PRINCIPAL
                          CWK-MOVE-INTEREST
                          CWK-MOVE-FEES
           .

      * The arrival sequence makes every key unique and keeps the
      * journal order within an account and change type.
       3900-WRITE-WORK-RECORD.
           ADD 1 TO WS-ARRIVAL-SEQ
           MOVE WS-ARRIVAL-SEQ TO CWK-ARRIVAL-SEQ
           WRITE CHANGE-WORK-RECORD
               INVALID KEY
                   DISPLAY 'MASTERCHANGECAPTURE: WORK WRITE FAILED '
                       'FOR ACCOUNT ' CWK-ACCOUNT-NUMBER
                       ' STATUS ' WS-WORK-STATUS
           END-WRITE
           .

      * The day's POSTTOT records (posting runs) and the same layout
      * on FUNDECL.ACCRTOT.DAT (accrual runs), the same re-pointed-FD
      * walk GLJournalExtract does.
       4000-READ-CYCLE-TOTALS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT POSTING-TOTAL-FILE
           IF WS-POST-TOTAL-STATUS NOT = '00'
               CLOSE POSTING-TOTAL-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ POSTING-TOTAL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF POSTTOT-CYCLE-DATE = WS-TODAY-DATE
                               ADD POSTTOT-RECORDS-POSTED
                                   TO WS-POSTTOT-RECORDS
                               ADD POSTTOT-SUM-TOTAL
                                   TO WS-POSTTOT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-TOTAL-FILE
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-ACCRTOT-DSN TO WS-POST-TOTAL-DSN
           OPEN INPUT POSTING-TOTAL-FILE
           IF WS-POST-TOTAL-STATUS NOT = '00'
               CLOSE POSTING-TOTAL-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ POSTING-TOTAL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF POSTTOT-CYCLE-DATE = WS-TODAY-DATE
                               ADD POSTTOT-RECORDS-POSTED
                                   TO WS-ACCRTOT-RECORDS
                               ADD POSTTOT-SUM-TOTAL
                                   TO WS-ACCRTOT-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-TOTAL-FILE
           END-IF
           .

       5000-TIE-OUT-TO-TOTALS.
           IF WS-POST-COUNT NOT = WS-POSTTOT-RECORDS
                   OR WS-POST-AMOUNT NOT = WS-POSTTOT-AMOUNT
               DISPLAY 'MASTERCHANGECAPTURE: POST CHANGES '
                   WS-POST-COUNT ' AMOUNT ' WS-POST-AMOUNT
                   ' OFF PROVEN POSTTOT ' WS-POSTTOT-RECORDS
                   ' AMOUNT ' WS-POSTTOT-AMOUNT
                   ' - NO DELTA FILE WRITTEN'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ACCR-COUNT NOT = WS-ACCRTOT-RECORDS
                   OR WS-ACCR-AMOUNT NOT = WS-ACCRTOT-AMOUNT
               DISPLAY 'MASTERCHANGECAPTURE: ACCR CHANGES '
                   WS-ACCR-COUNT ' AMOUNT ' WS-ACCR-AMOUNT
                   ' OFF PROVEN ACCRTOT ' WS-ACCRTOT-RECORDS
                   ' AMOUNT ' WS-ACCRTOT-AMOUNT
                   ' - NO DELTA FILE WRITTEN'
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      * Key order is account order. On the first change for each
      * account 6100 sets up its opening balances and leaves the
      * file positioned back on that first change.
       6000-WRITE-DELTA-FILE.
           OPEN OUTPUT CHANGE-DELTA-FILE
           IF WS-DELTA-STATUS NOT = '00'
               DISPLAY 'MASTERCHANGECAPTURE: CANNOT OPEN '
                   WS-DELTA-DSN ' STATUS ' WS-DELTA-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               GOBACK
           END-IF
           OPEN INPUT CHANGE-WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           MOVE ZERO TO CWK-KEY
           START CHANGE-WORK-FILE KEY IS NOT LESS THAN CWK-KEY
               INVALID KEY
                   SET WS-NO-MORE-CHANGES TO TRUE
           END-START
           MOVE ZERO TO WS-CURRENT-ACCOUNT
           PERFORM UNTIL WS-NO-MORE-CHANGES
               READ CHANGE-WORK-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-CHANGES TO TRUE
                   NOT AT END
                       IF CWK-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
                               OR WS-DETAIL-COUNT = ZERO
                           PERFORM 6100-START-ACCOUNT
                       END-IF
                       PERFORM 6200-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE CHANGE-WORK-FILE
           PERFORM 6300-WRITE-TRAILER
           CLOSE CHANGE-DELTA-FILE
           .

      * Opening balance = what the master holds now less the day's
      * movements on the account. The first pass reads the account's
      * changes to total them; the file is then re-positioned on the
      * account's first change for 6200.
       6100-START-ACCOUNT.
           MOVE CWK-ACCOUNT-NUMBER TO WS-CURRENT-ACCOUNT
           MOVE CWK-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-RUN-PRINCIPAL
                                WS-RUN-INTEREST
                                WS-RUN-FEES
               NOT INVALID KEY
                   MOVE CUST-BALANCE-PRINCIPAL TO WS-RUN-PRINCIPAL
                   MOVE CUST-BALANCE-INTEREST  TO WS-RUN-INTEREST
                   MOVE CUST-BALANCE-FEES      TO WS-RUN-FEES
           END-READ

           MOVE 'N' TO WS-GROUP-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-ACCOUNT
               SUBTRACT CWK-MOVE-PRINCIPAL FROM WS-RUN-PRINCIPAL
               SUBTRACT CWK-MOVE-INTEREST  FROM WS-RUN-INTEREST
               SUBTRACT CWK-MOVE-FEES      FROM WS-RUN-FEES
               READ CHANGE-WORK-FILE NEXT RECORD
                   AT END SET WS-END-OF-ACCOUNT TO TRUE
                   NOT AT END
                       IF CWK-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
                           SET WS-END-OF-ACCOUNT TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CURRENT-ACCOUNT TO CWK-ACCOUNT-NUMBER
           MOVE ZERO TO CWK-RANK CWK-ARRIVAL-SEQ
           START CHANGE-WORK-FILE KEY IS NOT LESS THAN CWK-KEY
               INVALID KEY
                   CONTINUE
           END-START
           READ CHANGE-WORK-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
           .

      * Balance-view changes take their before/after off the running
      * chain; the others carry their journaled values through.
       6200-WRITE-DETAIL.
           MOVE SPACES TO CHANGE-DELTA-RECORD
           SET CDLT-IS-DETAIL TO TRUE
           MOVE WS-TODAY-DATE          TO CDLT-CYCLE-DATE
           MOVE CWK-ACCOUNT-NUMBER     TO CDLT-ACCOUNT-NUMBER
           MOVE CWK-CHANGE-TYPE        TO CDLT-CHANGE-TYPE
           MOVE CWK-EVENT-TIMESTAMP    TO CDLT-EVENT-TIMESTAMP
           MOVE CWK-SOURCE-ID          TO CDLT-SOURCE-ID
           MOVE CWK-ITEM-NAME          TO CDLT-ITEM-NAME
           IF CDLT-BALANCE-SWAP OR CDLT-POSTING OR CDLT-ACCRUAL
               MOVE WS-RUN-PRINCIPAL   TO CDLT-BEF-PRINCIPAL
               MOVE WS-RUN-INTEREST    TO CDLT-BEF-INTEREST
               MOVE WS-RUN-FEES        TO CDLT-BEF-FEES
               COMPUTE CDLT-BEF-TOTAL = WS-RUN-PRINCIPAL
                   + WS-RUN-INTEREST + WS-RUN-FEES
               ADD CWK-MOVE-PRINCIPAL  TO WS-RUN-PRINCIPAL
               ADD CWK-MOVE-INTEREST   TO WS-RUN-INTEREST
               ADD CWK-MOVE-FEES       TO WS-RUN-FEES
               MOVE WS-RUN-PRINCIPAL   TO CDLT-AFT-PRINCIPAL
               MOVE WS-RUN-INTEREST    TO CDLT-AFT-INTEREST
               MOVE WS-RUN-FEES        TO CDLT-AFT-FEES
               COMPUTE CDLT-AFT-TOTAL = WS-RUN-PRINCIPAL
                   + WS-RUN-INTEREST + WS-RUN-FEES
           ELSE
               MOVE CWK-BEFORE-VALUES  TO CDLT-BEFORE-VALUES
               MOVE CWK-AFTER-VALUES   TO CDLT-AFTER-VALUES
           END-IF
           WRITE CHANGE-DELTA-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           .

       6300-WRITE-TRAILER.
           MOVE SPACES TO CHANGE-DELTA-RECORD
           SET CDLT-IS-TRAILER TO TRUE
           MOVE WS-TODAY-DATE          TO CDLT-CYCLE-DATE
           MOVE WS-DETAIL-COUNT        TO CDLT-DETAIL-COUNT
           MOVE WS-NEWA-COUNT          TO CDLT-NEWA-COUNT
           MOVE WS-ADDR-COUNT          TO CDLT-ADDR-COUNT
           MOVE WS-SWAP-COUNT          TO CDLT-SWAP-COUNT
           MOVE WS-POST-COUNT          TO CDLT-POST-COUNT
           MOVE WS-ACCR-COUNT          TO CDLT-ACCR-COUNT
           MOVE WS-FLAG-COUNT          TO CDLT-FLAG-COUNT
           MOVE WS-CLOS-COUNT          TO CDLT-CLOS-COUNT
           MOVE WS-POST-AMOUNT         TO CDLT-POST-AMOUNT
           MOVE WS-ACCR-AMOUNT         TO CDLT-ACCR-AMOUNT
           MOVE WS-POSTTOT-RECORDS     TO CDLT-POSTTOT-RECORDS
           MOVE WS-POSTTOT-AMOUNT      TO CDLT-POSTTOT-AMOUNT
           MOVE WS-ACCRTOT-RECORDS     TO CDLT-ACCRTOT-RECORDS
           MOVE WS-ACCRTOT-AMOUNT      TO CDLT-ACCRTOT-AMOUNT
           WRITE CHANGE-DELTA-RECORD
           .
       END PROGRAM MasterChangeCapture.
