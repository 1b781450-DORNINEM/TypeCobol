      ******************************************************************
      * DelinquencySweep - nightly delinquency aging and collections
      * work queue. The suite posted activity and accrued fees but
      * never asked whether the customer was paying: an account could
      * sit with a rising CUST-BALANCE-TOTAL for months and nothing
      * noticed unless it crossed a CLSLIMIT ceiling. This sweep:
      *   - loads last night's delinquency file (DELINQ.cpy,
      *     FUNDECL.DELINQ.DAT) - one record per open account with
      *     its unpaid amount due aged into current / 30 / 60 / 90+,
      *   - reads the TRANHIST journal (legacy tail and every
      *     cataloged monthly segment, the way DormancySweep does)
      *     for PAYMENTS: credit POSTED entries - the three amounts
      *     sum below zero - dated after the account's last sweep,
      *     and retires the oldest bucket first with them,
      *   - on the month-end cycle date (CycleDateService's
      *     end-of-month flag - the statement cycle) rolls every
      *     bucket one cycle older and bills the new amount due into
      *     current: a percentage of CUST-BALANCE-TOTAL with a
      *     minimum payment, both on FUNDECL.DELINQ.CTL and
      *     defaulted when absent, never more than the balance not
      *     already past due,
      *   - rewrites the delinquency file whole, in master order,
      *   - writes the collections work queue (COLLQ.cpy,
      *     FUNDECL.COLLECT.QUEUE) fresh: every past-due account,
      *     coded newly delinquent, rolled, or held - an account that
      *     pays up is not written, so it leaves the queue by itself,
      *   - prints the portfolio delinquency summary by account class
      *     on FUNDECL.DELINQ.RPT.
      * An account whose CUST-BALANCE-TOTAL is zero or in credit owes
      * nothing, and its buckets are cleared whatever they held.
      * Closed accounts are dropped from the file.
      * A rerun on the same cycle date is harmless: the journal
      * window starts after DELQ-LAST-SWEEP-DATE and a cycle already
      * billed (DELQ-LAST-DUE-DATE) is not billed again.
      * Read-only against the master - nothing here moves a balance.
      * The delinquency file is held whole in a 2000-account table. A
      * file larger than that stops the run before anything is
      * written - rewriting it from a partial table would restart the
      * accounts left out as current and lose their arrears - so
      * yesterday's file and queue stay as they were and the step
      * ends with return code 16, as it does when the master cannot
      * be opened.
      *
      * SEQUENCE CONSTRAINT: run this step AFTER TranBalancePost (the
      * night's payments must be on the journal) and after
      * AccrualPostBatch (the month-end amount due is billed on the
      * balance with the cycle's interest and fees in it).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DelinquencySweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      * SEQUENTIAL - TRANHIST.cpy carries COMP-3 amounts.
      * Re-pointed per cataloged monthly segment after the legacy
      * tail - a payment can sit in any month.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

      * DELINQ.cpy and COLLQ.cpy are all USAGE DISPLAY - LINE
      * SEQUENTIAL, like the other operator-readable files.
           SELECT DELINQUENCY-FILE ASSIGN TO WS-DELINQ-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.

           SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT SUMMARY-REPORT ASSIGN TO WS-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Whole-percent share of the balance billed each cycle, and the
      * minimum payment billed however small the share comes out.
       FD  CONTROL-FILE.
       01  DELINQ-CONTROL-RECORD.
           05  DLQC-DUE-PERCENT        PIC 9(03).
           05  FILLER                  PIC X(01).
           05  DLQC-MINIMUM-DUE        PIC 9(09).

       FD  HISTORY-FILE.
       COPY TRANHIST.

       FD  CATALOG-FILE.
       COPY ARCHCAT.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  DELINQUENCY-FILE.
       COPY DELINQ.

       FD  QUEUE-FILE.
       COPY COLLQ.

       FD  SUMMARY-REPORT.
       01  SUMMARY-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-DSN              PIC X(80)
                                       VALUE 'FUNDECL.DELINQ.CTL'.
       01  WS-CONTROL-STATUS           PIC X(02).
       01  WS-HISTORY-DSN              PIC X(80)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-TRANHIST-BASE            PIC X(30)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-CATALOG-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ARCHIVE.CAT'.
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-CATALOG-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-NO-MORE-CATALOG                VALUE 'Y'.
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-DELINQ-DSN               PIC X(80)
                                       VALUE 'FUNDECL.DELINQ.DAT'.
       01  WS-DELINQ-STATUS            PIC X(02).
       01  WS-QUEUE-DSN                PIC X(80)
                                       VALUE 'FUNDECL.COLLECT.QUEUE'.
       01  WS-QUEUE-STATUS             PIC X(02).
       01  WS-REPORT-DSN               PIC X(80)
                                       VALUE 'FUNDECL.DELINQ.RPT'.
       01  WS-REPORT-STATUS            PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-SWITCH     PIC X.
           88  WS-ACCOUNT-FOUND                  VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH        PIC X VALUE 'N'.
           88  WS-TABLE-OVERFLOWED               VALUE 'Y'.
       01  WS-CLASS-FOUND-SWITCH       PIC X.
           88  WS-CLASS-FOUND                    VALUE 'Y'.
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-MATCH-SUB                PIC 9(04) COMP.
       01  WS-PROBE-ACCOUNT            PIC 9(10).
       01  WS-TODAY-DATE               PIC 9(08).

      * Billing terms; the control-file values override these.
       01  WS-DUE-PERCENT              PIC 9(03) VALUE 5.
       01  WS-MINIMUM-DUE              PIC 9(09) VALUE 25.

      * The account being aged tonight - loaded from its table entry
      * (or zeroed for an account new to the file), worked, written.
       01  WS-WORK-LAST-SWEEP          PIC 9(08).
       01  WS-WORK-LAST-DUE            PIC 9(08).
       01  WS-WORK-AMOUNT-DUE          PIC S9(09) COMP-3.
       01  WS-WORK-CURRENT             PIC S9(09) COMP-3.
       01  WS-WORK-30                  PIC S9(09) COMP-3.
       01  WS-WORK-60                  PIC S9(09) COMP-3.
       01  WS-WORK-90-PLUS             PIC S9(09) COMP-3.
       01  WS-WORK-PAID                PIC S9(09) COMP-3.
       01  WS-WORK-PAYMENTS            PIC S9(09) COMP-3.
       01  WS-WORK-STATUS              PIC X(01).
       01  WS-WORK-PRIOR-STATUS        PIC X(01).
       01  WS-WORK-QUEUE-DATE          PIC 9(08).
       01  WS-WORK-REASON              PIC X(04).
       01  WS-WORK-CLASS               PIC X(02).
       01  WS-PAY-LEFT                 PIC S9(09) COMP-3.
       01  WS-PAST-DUE                 PIC S9(09) COMP-3.
       01  WS-NEW-DUE                  PIC S9(09) COMP-3.
       01  WS-BILLABLE                 PIC S9(09) COMP-3.
       01  WS-ENTRY-TOTAL              PIC S9(09) COMP-3.

       01  WS-ACCOUNTS-READ            PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-CLOSED          PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-WRITTEN         PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-BILLED          PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-NEWLY-DELQ      PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-ROLLED          PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-HELD            PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-CURED           PIC 9(09) VALUE ZERO.
       01  WS-PAYMENTS-APPLIED         PIC 9(09) VALUE ZERO.

      * Last night's delinquency file in storage, with tonight's
      * journal payments accumulated against each account.
       01  WS-DELQ-TABLE.
           05  WS-DELQ-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-DELQ-ENTRY OCCURS 2000 TIMES.
               10  WS-DELQ-ACCOUNT     PIC 9(10).
               10  WS-DELQ-LAST-SWEEP  PIC 9(08).
               10  WS-DELQ-LAST-DUE    PIC 9(08).
               10  WS-DELQ-AMOUNT-DUE  PIC S9(09) COMP-3.
               10  WS-DELQ-CURRENT     PIC S9(09) COMP-3.
               10  WS-DELQ-30          PIC S9(09) COMP-3.
               10  WS-DELQ-60          PIC S9(09) COMP-3.
               10  WS-DELQ-90-PLUS     PIC S9(09) COMP-3.
               10  WS-DELQ-PAID        PIC S9(09) COMP-3.
               10  WS-DELQ-STATUS      PIC X(01).
               10  WS-DELQ-PRIOR       PIC X(01).
               10  WS-DELQ-QUEUE-DATE  PIC 9(08).
               10  WS-DELQ-PAYMENTS    PIC S9(09) COMP-3.

      * Portfolio summary by account class - same find-or-add shape
      * as GLJournalExtract's class table, '??' for overflow.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CLASS-ENTRY OCCURS 100 TIMES.
               10  WS-CLASS-PAIR       PIC X(02).
               10  WS-CLASS-ACCOUNTS   PIC 9(07) COMP.
               10  WS-CLASS-PAST-DUE-ACCTS PIC 9(07) COMP.
               10  WS-CLASS-CURRENT    PIC S9(11) COMP-3.
               10  WS-CLASS-30         PIC S9(11) COMP-3.
               10  WS-CLASS-60         PIC S9(11) COMP-3.
               10  WS-CLASS-90-PLUS    PIC S9(11) COMP-3.
       01  WS-GRAND-ACCOUNTS           PIC 9(07) COMP VALUE ZERO.
       01  WS-GRAND-PAST-DUE-ACCTS     PIC 9(07) COMP VALUE ZERO.
       01  WS-GRAND-CURRENT            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-GRAND-30                 PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-GRAND-60                 PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-GRAND-90-PLUS            PIC S9(11) COMP-3 VALUE ZERO.

       01  WS-EDIT-COUNT-1             PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-1            PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-2            PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-3            PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-4            PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.

      * Processing date comes from the business calendar through
      * CycleDateService, not the system clock - an after-midnight
      * rerun still books to the intended business day, and its
      * end-of-month flag is the statement cycle.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).
           88  WS-STATEMENT-CYCLE-END            VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG
           PERFORM 1000-LOAD-CONTROL
           PERFORM 1500-LOAD-DELINQUENCY
           IF WS-TABLE-OVERFLOWED
               DISPLAY 'DELINQUENCYSWEEP: DELINQUENCY FILE HOLDS '
                   'MORE THAN 2000 ACCOUNTS - NOTHING REWRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-READ-JOURNAL-PAYMENTS

           MOVE 1    TO WS-CLASS-COUNT
           MOVE '??' TO WS-CLASS-PAIR (1)
           MOVE ZERO TO WS-CLASS-ACCOUNTS (1)
                        WS-CLASS-PAST-DUE-ACCTS (1)
                        WS-CLASS-CURRENT (1) WS-CLASS-30 (1)
                        WS-CLASS-60 (1) WS-CLASS-90-PLUS (1)

           PERFORM 3000-SWEEP-MASTER
           PERFORM 5000-PRINT-SUMMARY

           DISPLAY 'DELINQUENCYSWEEP: READ ' WS-ACCOUNTS-READ
               ' WRITTEN ' WS-ACCOUNTS-WRITTEN
               ' BILLED ' WS-ACCOUNTS-BILLED
               ' NEW ' WS-ACCOUNTS-NEWLY-DELQ
               ' ROLLED ' WS-ACCOUNTS-ROLLED
               ' HELD ' WS-ACCOUNTS-HELD
               ' CURED ' WS-ACCOUNTS-CURED
           MOVE 0 TO RETURN-CODE
           GOBACK
           .

       1000-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               CLOSE CONTROL-FILE
           ELSE
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DLQC-DUE-PERCENT IS NUMERIC
                               AND DLQC-DUE-PERCENT > ZERO
                               AND DLQC-DUE-PERCENT NOT > 100
                           MOVE DLQC-DUE-PERCENT TO WS-DUE-PERCENT
                       END-IF
                       IF DLQC-MINIMUM-DUE IS NUMERIC
                           MOVE DLQC-MINIMUM-DUE TO WS-MINIMUM-DUE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           .

      * No file is the first night - every account starts current.
       1500-LOAD-DELINQUENCY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DELINQUENCY-FILE
           IF WS-DELINQ-STATUS NOT = '00'
               CLOSE DELINQUENCY-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ DELINQUENCY-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1600-LOAD-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-FILE
           END-IF
           .

       1600-LOAD-ONE-RECORD.
           IF DELQ-ACCOUNT-NUMBER IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-DELQ-COUNT >= 2000
               DISPLAY 'DELINQUENCYSWEEP: DELINQUENCY TABLE FULL AT '
                   'ACCOUNT ' DELQ-ACCOUNT-NUMBER
               SET WS-TABLE-OVERFLOWED TO TRUE
               SET WS-END-OF-FILE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DELQ-COUNT
           MOVE DELQ-ACCOUNT-NUMBER  TO WS-DELQ-ACCOUNT (WS-DELQ-COUNT)
           MOVE DELQ-LAST-SWEEP-DATE
                               TO WS-DELQ-LAST-SWEEP (WS-DELQ-COUNT)
           MOVE DELQ-LAST-DUE-DATE TO WS-DELQ-LAST-DUE (WS-DELQ-COUNT)
           MOVE DELQ-AMOUNT-DUE
                               TO WS-DELQ-AMOUNT-DUE (WS-DELQ-COUNT)
           MOVE DELQ-DUE-CURRENT   TO WS-DELQ-CURRENT (WS-DELQ-COUNT)
           MOVE DELQ-DUE-30        TO WS-DELQ-30 (WS-DELQ-COUNT)
           MOVE DELQ-DUE-60        TO WS-DELQ-60 (WS-DELQ-COUNT)
           MOVE DELQ-DUE-90-PLUS   TO WS-DELQ-90-PLUS (WS-DELQ-COUNT)
           MOVE DELQ-PAID-THIS-CYCLE TO WS-DELQ-PAID (WS-DELQ-COUNT)
           MOVE DELQ-AGE-STATUS    TO WS-DELQ-STATUS (WS-DELQ-COUNT)
           MOVE DELQ-PRIOR-STATUS  TO WS-DELQ-PRIOR (WS-DELQ-COUNT)
           MOVE DELQ-QUEUE-DATE
                               TO WS-DELQ-QUEUE-DATE (WS-DELQ-COUNT)
           MOVE ZERO               TO WS-DELQ-PAYMENTS (WS-DELQ-COUNT)
           .

      * Legacy tail, then every cataloged monthly segment.
       2000-READ-JOURNAL-PAYMENTS.
           PERFORM 2050-READ-ONE-HISTORY-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               CLOSE CATALOG-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-CATALOG
                   READ CATALOG-FILE
                       AT END SET WS-NO-MORE-CATALOG TO TRUE
                       NOT AT END
                           IF ARCH-BASE-DSN = WS-TRANHIST-BASE
                               MOVE SPACES TO WS-HISTORY-DSN
                               MOVE ARCH-GENERATION-DSN
                                   TO WS-HISTORY-DSN
                               PERFORM 2050-READ-ONE-HISTORY-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
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
                       NOT AT END PERFORM 2100-NOTE-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

      * A payment is a credit that reached the master. A payment
      * already REVERSED by the time the sweep sees it never counts;
      * an account new to the file has nothing due for it to pay.
       2100-NOTE-ONE-PAYMENT.
           IF NOT HIST-WAS-POSTED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-TOTAL
               = HIST-PRINCIPAL + HIST-INTEREST + HIST-FEES
           IF WS-ENTRY-TOTAL NOT < ZERO
               EXIT PARAGRAPH
           END-IF
           IF HIST-CYCLE-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE HIST-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2200-FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND
               IF HIST-CYCLE-DATE > WS-DELQ-LAST-SWEEP (WS-MATCH-SUB)
                   SUBTRACT WS-ENTRY-TOTAL
                       FROM WS-DELQ-PAYMENTS (WS-MATCH-SUB)
                   ADD 1 TO WS-PAYMENTS-APPLIED
               END-IF
           END-IF
           .

      * Probe by WS-PROBE-ACCOUNT; leaves WS-MATCH-SUB on the hit.
       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DELQ-COUNT OR WS-ACCOUNT-FOUND
               IF WS-DELQ-ACCOUNT (WS-SUB) = WS-PROBE-ACCOUNT
                   SET WS-ACCOUNT-FOUND TO TRUE
                   MOVE WS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           .

       3000-SWEEP-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'DELINQUENCYSWEEP: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DELINQUENCY-FILE
           OPEN OUTPUT QUEUE-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 3100-AGE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE DELINQUENCY-FILE
           CLOSE QUEUE-FILE
           .

       3100-AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF CUST-ACCOUNT-CLOSED
               ADD 1 TO WS-ACCOUNTS-CLOSED
               EXIT PARAGRAPH
           END-IF

           PERFORM 3150-LOAD-WORK-FIELDS

           IF WS-WORK-PAYMENTS > ZERO
               MOVE WS-WORK-PAYMENTS TO WS-PAY-LEFT
               PERFORM 3200-APPLY-PAYMENTS
               ADD WS-WORK-PAYMENTS TO WS-WORK-PAID
           END-IF

           IF WS-STATEMENT-CYCLE-END
                   AND WS-WORK-LAST-DUE < WS-TODAY-DATE
               PERFORM 3300-BILL-CYCLE
           END-IF

           IF CUST-BALANCE-TOTAL NOT > ZERO
               MOVE ZERO TO WS-WORK-CURRENT WS-WORK-30
                            WS-WORK-60 WS-WORK-90-PLUS
           END-IF

           EVALUATE TRUE
               WHEN WS-WORK-90-PLUS > ZERO
                   MOVE '3' TO WS-WORK-STATUS
               WHEN WS-WORK-60 > ZERO
                   MOVE '2' TO WS-WORK-STATUS
               WHEN WS-WORK-30 > ZERO
                   MOVE '1' TO WS-WORK-STATUS
               WHEN OTHER
                   MOVE '0' TO WS-WORK-STATUS
           END-EVALUATE

           IF WS-WORK-STATUS = '0'
               IF WS-WORK-PRIOR-STATUS NOT = '0'
                       AND WS-WORK-LAST-SWEEP < WS-TODAY-DATE
                   ADD 1 TO WS-ACCOUNTS-CURED
               END-IF
               MOVE ZERO TO WS-WORK-QUEUE-DATE
           ELSE
               PERFORM 3400-QUEUE-ACCOUNT
           END-IF

           MOVE WS-TODAY-DATE TO WS-WORK-LAST-SWEEP
           PERFORM 3500-WRITE-DELINQUENCY
           PERFORM 3600-ADD-TO-CLASS-SUMMARY
           .

      * A rerun on the same cycle date keeps the prior status the
      * first run of the night saw, so NEWD/ROLL read the same.
       3150-LOAD-WORK-FIELDS.
           MOVE CUST-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2200-FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND
               MOVE WS-DELQ-LAST-SWEEP (WS-MATCH-SUB)
                                       TO WS-WORK-LAST-SWEEP
               MOVE WS-DELQ-LAST-DUE (WS-MATCH-SUB)
                                       TO WS-WORK-LAST-DUE
               MOVE WS-DELQ-AMOUNT-DUE (WS-MATCH-SUB)
                                       TO WS-WORK-AMOUNT-DUE
               MOVE WS-DELQ-CURRENT (WS-MATCH-SUB) TO WS-WORK-CURRENT
               MOVE WS-DELQ-30 (WS-MATCH-SUB)      TO WS-WORK-30
               MOVE WS-DELQ-60 (WS-MATCH-SUB)      TO WS-WORK-60
               MOVE WS-DELQ-90-PLUS (WS-MATCH-SUB) TO WS-WORK-90-PLUS
               MOVE WS-DELQ-PAID (WS-MATCH-SUB)    TO WS-WORK-PAID
               MOVE WS-DELQ-PAYMENTS (WS-MATCH-SUB)
                                       TO WS-WORK-PAYMENTS
               MOVE WS-DELQ-QUEUE-DATE (WS-MATCH-SUB)
                                       TO WS-WORK-QUEUE-DATE
               IF WS-WORK-LAST-SWEEP = WS-TODAY-DATE
                   MOVE WS-DELQ-PRIOR (WS-MATCH-SUB)
                                       TO WS-WORK-PRIOR-STATUS
               ELSE
                   MOVE WS-DELQ-STATUS (WS-MATCH-SUB)
                                       TO WS-WORK-PRIOR-STATUS
               END-IF
           ELSE
               MOVE ZERO TO WS-WORK-LAST-SWEEP WS-WORK-LAST-DUE
                            WS-WORK-AMOUNT-DUE WS-WORK-CURRENT
                            WS-WORK-30 WS-WORK-60 WS-WORK-90-PLUS
                            WS-WORK-PAID WS-WORK-PAYMENTS
                            WS-WORK-QUEUE-DATE
               MOVE '0' TO WS-WORK-PRIOR-STATUS
           END-IF
           IF WS-WORK-PRIOR-STATUS < '0' OR WS-WORK-PRIOR-STATUS > '3'
               MOVE '0' TO WS-WORK-PRIOR-STATUS
           END-IF
           .

      * Oldest money first - a payment clears 90+ before it touches
      * anything younger. Overpayment beyond the buckets only lowers
      * the balance the next cycle is billed on.
       3200-APPLY-PAYMENTS.
           IF WS-PAY-LEFT >= WS-WORK-90-PLUS
               SUBTRACT WS-WORK-90-PLUS FROM WS-PAY-LEFT
               MOVE ZERO TO WS-WORK-90-PLUS
           ELSE
               SUBTRACT WS-PAY-LEFT FROM WS-WORK-90-PLUS
               MOVE ZERO TO WS-PAY-LEFT
           END-IF
           IF WS-PAY-LEFT >= WS-WORK-60
               SUBTRACT WS-WORK-60 FROM WS-PAY-LEFT
               MOVE ZERO TO WS-WORK-60
           ELSE
               SUBTRACT WS-PAY-LEFT FROM WS-WORK-60
               MOVE ZERO TO WS-PAY-LEFT
           END-IF
           IF WS-PAY-LEFT >= WS-WORK-30
               SUBTRACT WS-WORK-30 FROM WS-PAY-LEFT
               MOVE ZERO TO WS-WORK-30
           ELSE
               SUBTRACT WS-PAY-LEFT FROM WS-WORK-30
               MOVE ZERO TO WS-PAY-LEFT
           END-IF
           IF WS-PAY-LEFT >= WS-WORK-CURRENT
               SUBTRACT WS-WORK-CURRENT FROM WS-PAY-LEFT
               MOVE ZERO TO WS-WORK-CURRENT
           ELSE
               SUBTRACT WS-PAY-LEFT FROM WS-WORK-CURRENT
               MOVE ZERO TO WS-PAY-LEFT
           END-IF
           .

      * Statement cycle end: whatever of the last bill is still
      * unpaid goes one cycle past due, then the new amount due is
      * billed into current. The statement's amount due is the new
      * bill plus everything already past due.
       3300-BILL-CYCLE.
           ADD WS-WORK-60      TO WS-WORK-90-PLUS
           MOVE WS-WORK-30     TO WS-WORK-60
           MOVE WS-WORK-CURRENT TO WS-WORK-30
           MOVE ZERO           TO WS-WORK-CURRENT
           COMPUTE WS-PAST-DUE
               = WS-WORK-30 + WS-WORK-60 + WS-WORK-90-PLUS

           MOVE ZERO TO WS-NEW-DUE
           IF CUST-BALANCE-TOTAL > ZERO
               COMPUTE WS-NEW-DUE ROUNDED
                   = CUST-BALANCE-TOTAL * WS-DUE-PERCENT / 100
               IF WS-NEW-DUE < WS-MINIMUM-DUE
                   MOVE WS-MINIMUM-DUE TO WS-NEW-DUE
               END-IF
               COMPUTE WS-BILLABLE = CUST-BALANCE-TOTAL - WS-PAST-DUE
               IF WS-NEW-DUE > WS-BILLABLE
                   MOVE WS-BILLABLE TO WS-NEW-DUE
               END-IF
               IF WS-NEW-DUE < ZERO
                   MOVE ZERO TO WS-NEW-DUE
               END-IF
           END-IF

           MOVE WS-NEW-DUE TO WS-WORK-CURRENT
           COMPUTE WS-WORK-AMOUNT-DUE = WS-NEW-DUE + WS-PAST-DUE
           MOVE ZERO TO WS-WORK-PAID
           MOVE WS-TODAY-DATE TO WS-WORK-LAST-DUE
           ADD 1 TO WS-ACCOUNTS-BILLED
           .

       3400-QUEUE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-WORK-PRIOR-STATUS = '0'
                   MOVE 'NEWD' TO WS-WORK-REASON
                   MOVE WS-TODAY-DATE TO WS-WORK-QUEUE-DATE
                   ADD 1 TO WS-ACCOUNTS-NEWLY-DELQ
               WHEN WS-WORK-STATUS > WS-WORK-PRIOR-STATUS
                   MOVE 'ROLL' TO WS-WORK-REASON
                   ADD 1 TO WS-ACCOUNTS-ROLLED
               WHEN OTHER
                   MOVE 'HELD' TO WS-WORK-REASON
                   ADD 1 TO WS-ACCOUNTS-HELD
           END-EVALUATE
           IF WS-WORK-QUEUE-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-WORK-QUEUE-DATE
           END-IF

      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO COLLECTION-QUEUE-RECORD
           MOVE CUST-ACCOUNT-NUMBER    TO COLLQ-ACCOUNT-NUMBER
           MOVE CUST-ACCOUNT-CLASS     TO COLLQ-ACCOUNT-CLASS
           MOVE CUST-CUSTOMER-NAME     TO COLLQ-CUSTOMER-NAME
           MOVE WS-WORK-REASON         TO COLLQ-REASON-CODE
           MOVE WS-WORK-STATUS         TO COLLQ-AGE-STATUS
           MOVE WS-WORK-PRIOR-STATUS   TO COLLQ-PRIOR-STATUS
           COMPUTE COLLQ-PAST-DUE
               = WS-WORK-30 + WS-WORK-60 + WS-WORK-90-PLUS
           MOVE WS-WORK-90-PLUS        TO COLLQ-DUE-90-PLUS
           MOVE CUST-BALANCE-TOTAL     TO COLLQ-BALANCE-TOTAL
           MOVE WS-WORK-QUEUE-DATE     TO COLLQ-QUEUE-DATE
           MOVE WS-TODAY-DATE          TO COLLQ-CYCLE-DATE
           WRITE COLLECTION-QUEUE-RECORD
           .

       3500-WRITE-DELINQUENCY.
           MOVE SPACES                 TO DELINQUENCY-RECORD
           MOVE CUST-ACCOUNT-NUMBER    TO DELQ-ACCOUNT-NUMBER
           MOVE CUST-ACCOUNT-CLASS     TO DELQ-ACCOUNT-CLASS
           MOVE WS-WORK-LAST-SWEEP     TO DELQ-LAST-SWEEP-DATE
           MOVE WS-WORK-LAST-DUE       TO DELQ-LAST-DUE-DATE
           MOVE WS-WORK-AMOUNT-DUE     TO DELQ-AMOUNT-DUE
           MOVE WS-WORK-CURRENT        TO DELQ-DUE-CURRENT
           MOVE WS-WORK-30             TO DELQ-DUE-30
           MOVE WS-WORK-60             TO DELQ-DUE-60
           MOVE WS-WORK-90-PLUS        TO DELQ-DUE-90-PLUS
           MOVE WS-WORK-PAID           TO DELQ-PAID-THIS-CYCLE
           MOVE WS-WORK-STATUS         TO DELQ-AGE-STATUS
           MOVE WS-WORK-PRIOR-STATUS   TO DELQ-PRIOR-STATUS
           MOVE WS-WORK-QUEUE-DATE     TO DELQ-QUEUE-DATE
           WRITE DELINQUENCY-RECORD
           ADD 1 TO WS-ACCOUNTS-WRITTEN
           .

       3600-ADD-TO-CLASS-SUMMARY.
           MOVE CUST-ACCOUNT-CLASS TO WS-WORK-CLASS
           PERFORM 3700-FIND-OR-ADD-CLASS
           ADD 1 TO WS-CLASS-ACCOUNTS (WS-SUB)
           IF WS-WORK-STATUS NOT = '0'
               ADD 1 TO WS-CLASS-PAST-DUE-ACCTS (WS-SUB)
           END-IF
           ADD WS-WORK-CURRENT TO WS-CLASS-CURRENT (WS-SUB)
           ADD WS-WORK-30      TO WS-CLASS-30 (WS-SUB)
           ADD WS-WORK-60      TO WS-CLASS-60 (WS-SUB)
           ADD WS-WORK-90-PLUS TO WS-CLASS-90-PLUS (WS-SUB)
           .

      * Leaves WS-SUB on the class's table entry, adding it zeroed
      * when this is the class's first sighting tonight.
       3700-FIND-OR-ADD-CLASS.
           MOVE 'N' TO WS-CLASS-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLASS-COUNT
                       OR WS-CLASS-FOUND
               IF WS-CLASS-PAIR (WS-SUB) = WS-WORK-CLASS
                   SET WS-CLASS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CLASS-FOUND
               SUBTRACT 1 FROM WS-SUB
           ELSE
               IF WS-CLASS-COUNT >= 100
                   DISPLAY 'DELINQUENCYSWEEP: CLASS TABLE FULL - '
                       'CLASS ' WS-WORK-CLASS ' FOLDED INTO ??'
                   MOVE 1 TO WS-SUB
               ELSE
                   ADD 1 TO WS-CLASS-COUNT
                   MOVE WS-CLASS-COUNT TO WS-SUB
                   MOVE WS-WORK-CLASS TO WS-CLASS-PAIR (WS-SUB)
                   MOVE ZERO TO WS-CLASS-ACCOUNTS (WS-SUB)
                                WS-CLASS-PAST-DUE-ACCTS (WS-SUB)
                                WS-CLASS-CURRENT (WS-SUB)
                                WS-CLASS-30 (WS-SUB)
                                WS-CLASS-60 (WS-SUB)
                                WS-CLASS-90-PLUS (WS-SUB)
               END-IF
           END-IF
           .

       5000-PRINT-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'FUNDECLARE SUITE - PORTFOLIO DELINQUENCY SUMMARY'
                   '   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE ALL '-' TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'CLASS ACCOUNTS PAST-DUE'
                   '         CURRENT         30 DAYS'
                   '         60 DAYS        90+ DAYS'
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

      * Entry 1 is the '??' overflow row - printed only if used.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLASS-COUNT
               IF WS-SUB > 1 OR WS-CLASS-ACCOUNTS (1) > ZERO
                   PERFORM 5100-PRINT-ONE-CLASS
               END-IF
           END-PERFORM

           MOVE ALL '-' TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-GRAND-ACCOUNTS       TO WS-EDIT-COUNT-1
           MOVE WS-GRAND-PAST-DUE-ACCTS TO WS-EDIT-COUNT-2
           MOVE WS-GRAND-CURRENT        TO WS-EDIT-AMOUNT-1
           MOVE WS-GRAND-30             TO WS-EDIT-AMOUNT-2
           MOVE WS-GRAND-60             TO WS-EDIT-AMOUNT-3
           MOVE WS-GRAND-90-PLUS        TO WS-EDIT-AMOUNT-4
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'ALL  ' WS-EDIT-COUNT-1 '  ' WS-EDIT-COUNT-2
                   ' ' WS-EDIT-AMOUNT-1 ' ' WS-EDIT-AMOUNT-2
                   ' ' WS-EDIT-AMOUNT-3 ' ' WS-EDIT-AMOUNT-4
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-ACCOUNTS-NEWLY-DELQ TO WS-EDIT-TOTAL-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'NEWLY DELINQUENT TONIGHT . . . . '
                   WS-EDIT-TOTAL-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-ACCOUNTS-ROLLED TO WS-EDIT-TOTAL-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'ROLLED TO AN OLDER BUCKET  . . . '
                   WS-EDIT-TOTAL-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-ACCOUNTS-HELD TO WS-EDIT-TOTAL-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'HELD ON THE QUEUE  . . . . . . . '
                   WS-EDIT-TOTAL-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-ACCOUNTS-CURED TO WS-EDIT-TOTAL-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'CURED - OFF THE QUEUE  . . . . . '
                   WS-EDIT-TOTAL-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-PAYMENTS-APPLIED TO WS-EDIT-TOTAL-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'PAYMENTS APPLIED . . . . . . . . '
                   WS-EDIT-TOTAL-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           IF WS-STATEMENT-CYCLE-END
               MOVE WS-ACCOUNTS-BILLED TO WS-EDIT-TOTAL-COUNT
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING 'STATEMENT CYCLE BILLED . . . . . '
                       WS-EDIT-TOTAL-COUNT
                       DELIMITED BY SIZE
                   INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF
           CLOSE SUMMARY-REPORT
           .

       5100-PRINT-ONE-CLASS.
           ADD WS-CLASS-ACCOUNTS (WS-SUB)   TO WS-GRAND-ACCOUNTS
           ADD WS-CLASS-PAST-DUE-ACCTS (WS-SUB)
                                       TO WS-GRAND-PAST-DUE-ACCTS
           ADD WS-CLASS-CURRENT (WS-SUB)    TO WS-GRAND-CURRENT
           ADD WS-CLASS-30 (WS-SUB)         TO WS-GRAND-30
           ADD WS-CLASS-60 (WS-SUB)         TO WS-GRAND-60
           ADD WS-CLASS-90-PLUS (WS-SUB)    TO WS-GRAND-90-PLUS
           MOVE WS-CLASS-ACCOUNTS (WS-SUB)  TO WS-EDIT-COUNT-1
           MOVE WS-CLASS-PAST-DUE-ACCTS (WS-SUB) TO WS-EDIT-COUNT-2
           MOVE WS-CLASS-CURRENT (WS-SUB)   TO WS-EDIT-AMOUNT-1
           MOVE WS-CLASS-30 (WS-SUB)        TO WS-EDIT-AMOUNT-2
           MOVE WS-CLASS-60 (WS-SUB)        TO WS-EDIT-AMOUNT-3
           MOVE WS-CLASS-90-PLUS (WS-SUB)   TO WS-EDIT-AMOUNT-4
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING ' ' WS-CLASS-PAIR (WS-SUB) '  '
                   WS-EDIT-COUNT-1 '  ' WS-EDIT-COUNT-2
                   ' ' WS-EDIT-AMOUNT-1 ' ' WS-EDIT-AMOUNT-2
                   ' ' WS-EDIT-AMOUNT-3 ' ' WS-EDIT-AMOUNT-4
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           .
       END PROGRAM DelinquencySweep.
