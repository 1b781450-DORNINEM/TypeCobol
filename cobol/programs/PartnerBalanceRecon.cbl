      ******************************************************************
      * PartnerBalanceRecon - balance-confirmation reconciliation
      * against each feed partner, once per partner profile record
      * (PARTPROF.cpy) on FUNDECL.PARTNER.PROFILES. Partners keep
      * their own books on our accounts, and the only time we learned
      * we disagreed was when a customer complained. Each partner now
      * sends a confirmation file, <prefix>.CONFIRM (CONFREC.cpy),
      * whenever they confirm: a header with the as-of date, then one
      * record per account with their principal, interest and fees on
      * that date. A partner with no confirmation on file this run is
      * simply not reconciled - confirmations are periodic.
      *
      * Our side of each account is the customer master's current
      * balance worked back to the as-of date the way
      * AccountStatement derives a closing balance:
      *   as-of balance = current master balance
      *                 - activity dated after the as-of date,
      * where activity is POSTED (and REVERSED) TRANHIST entries plus
      * the two movers that never reach TRANHIST, nightly accruals
      * (FUNDECL.ACCRUAL.AUDIT) and maintenance swaps
      * (FUNDECL.SWAPPARM.AUDIT) - live files and every retained
      * generation cataloged on FUNDECL.ARCHIVE.CAT. One walk of each
      * journal per partner serves every account in the confirmation.
      *
      * Which of our accounts the partner ought to list comes from the
      * partner account register (PARTACCT.cpy, FUNDECL.PARTNER.
      * ACCOUNTS) that PartnerFeedIntake keeps. Breaks fall three ways
      * (RECONBRK.cpy):
      *   DIFF - on both sides, principal, interest or fees differ,
      *   NOUR - the partner lists an account not on our master,
      *   NPTR - a register account on our master the partner did not
      *          list (a closed account with nothing left on it, or
      *          one already purged, is properly absent and no break).
      * Every break goes to <prefix>.BREAKS, returned to the partner,
      * and to the break report FUNDECL.RECON.RPT by account, with
      * counts per partner of accounts agreed, differing and missing
      * on either side.
      *
      * A confirmation whose header is absent, names another partner,
      * or carries an as-of date that is not a date on or before the
      * cycle is refused whole - nothing in it can be compared.
      * Return code: 0 every confirmation agreed, 4 breaks found,
      * 8 a confirmation refused or too large to reconcile whole,
      * 12 no profiles, 16 the master could not be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerBalanceRecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

      * All CONFREC.cpy, RECONBRK.cpy and PARTACCT.cpy fields are
      * USAGE DISPLAY - LINE SEQUENTIAL.
           SELECT CONFIRMATION-FILE ASSIGN TO WS-CONFIRMATION-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRMATION-STATUS.

           SELECT BREAK-FILE ASSIGN TO WS-BREAK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.

           SELECT PARTNER-ACCOUNT-FILE ASSIGN TO WS-PARTNER-ACCOUNT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-ACCOUNT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

      * SEQUENTIAL - TRANHIST.cpy carries COMP-3 amounts; must match
      * the organization TranBalancePost writes the journal with.
      * Re-pointed per monthly segment during the catalog walk; the
      * base name is the pre-segmentation legacy tail.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      * SEQUENTIAL - both audit journals carry COMP-3 amounts.
           SELECT ACCRUAL-AUDIT-FILE ASSIGN TO WS-ACCRAUD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRAUD-STATUS.

           SELECT SWAP-AUDIT-FILE ASSIGN TO WS-SWAPAUD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWAPAUD-STATUS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT RECON-REPORT ASSIGN TO WS-RECON-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       COPY PARTPROF.

       FD  CONFIRMATION-FILE.
       COPY CONFREC.

       FD  BREAK-FILE.
       COPY RECONBRK.

       FD  PARTNER-ACCOUNT-FILE.
       COPY PARTACCT.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  HISTORY-FILE.
       COPY TRANHIST.

       FD  ACCRUAL-AUDIT-FILE.
       COPY ACCRAUD.

       FD  SWAP-AUDIT-FILE.
       COPY SWAPAUD.

       FD  CATALOG-FILE.
       COPY ARCHCAT.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROFILE-DSN              PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.PROFILES'.
       01  WS-PROFILE-STATUS           PIC X(02).
       01  WS-CONFIRMATION-DSN         PIC X(80).
       01  WS-CONFIRMATION-STATUS      PIC X(02).
       01  WS-BREAK-DSN                PIC X(80).
       01  WS-BREAK-STATUS             PIC X(02).
       01  WS-PARTNER-ACCOUNT-DSN      PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.ACCOUNTS'.
       01  WS-PARTNER-ACCOUNT-STATUS   PIC X(02).
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-HISTORY-DSN              PIC X(80)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-TRANHIST-BASE            PIC X(30)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
      * Re-pointed per retained generation during the catalog walk,
      * restored to the base for the live pass.
       01  WS-ACCRAUD-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ACCRUAL.AUDIT'.
       01  WS-ACCRAUD-STATUS           PIC X(02).
       01  WS-SWAPAUD-DSN              PIC X(80)
                                       VALUE 'FUNDECL.SWAPPARM.AUDIT'.
       01  WS-SWAPAUD-STATUS           PIC X(02).
       01  WS-ACCRAUD-BASE             PIC X(30)
                                       VALUE 'FUNDECL.ACCRUAL.AUDIT'.
       01  WS-SWAPAUD-BASE             PIC X(30)
                                       VALUE 'FUNDECL.SWAPPARM.AUDIT'.
       01  WS-CATALOG-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ARCHIVE.CAT'.
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-RECON-REPORT-DSN         PIC X(80)
                                       VALUE 'FUNDECL.RECON.RPT'.
       01  WS-RECON-REPORT-STATUS      PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-PROFILE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-NO-MORE-PROFILES               VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH       PIC X.
           88  WS-END-OF-HISTORY                 VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH         PIC X.
           88  WS-END-OF-AUDIT                   VALUE 'Y'.
       01  WS-CATALOG-EOF-SWITCH       PIC X.
           88  WS-NO-MORE-CATALOG                VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-SWITCH     PIC X.
           88  WS-ACCOUNT-FOUND                  VALUE 'Y'.
       01  WS-ON-MASTER-SWITCH         PIC X.
           88  WS-ON-MASTER                      VALUE 'Y'.
       01  WS-CONFIRM-OK-SWITCH        PIC X.
           88  WS-CONFIRMATION-USABLE            VALUE 'Y'.
       01  WS-REFUSAL-TEXT             PIC X(48).
       01  WS-BREAK-CODE               PIC X(04).
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-AS-OF-DATE               PIC 9(08).
       01  WS-ENTRY-DATE               PIC 9(08).
       01  WS-SEGMENT-MONTH            PIC X(06).
       01  WS-PROBE-ACCOUNT            PIC 9(10).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-RCN-SUB                  PIC 9(04) COMP.
       01  WS-MATCH-SUB                PIC 9(04) COMP.
       01  WS-DELTA-PRINCIPAL          PIC S9(09) COMP-3.
       01  WS-DELTA-INTEREST           PIC S9(09) COMP-3.
       01  WS-OUR-PRINCIPAL            PIC S9(11) COMP-3.
       01  WS-OUR-INTEREST             PIC S9(11) COMP-3.
       01  WS-OUR-FEES                 PIC S9(11) COMP-3.
       01  WS-ACCOUNT-CLOSED-SWITCH    PIC X.
           88  WS-OUR-ACCOUNT-CLOSED             VALUE 'Y'.

      * Per-partner counts, reset for each confirmation.
       01  WS-CONFIRMED-COUNT          PIC 9(09).
       01  WS-AGREED-COUNT             PIC 9(09).
       01  WS-DIFFER-COUNT             PIC 9(09).
       01  WS-NOT-OURS-COUNT           PIC 9(09).
       01  WS-NOT-PARTNER-COUNT        PIC 9(09).
       01  WS-OVERFLOW-COUNT           PIC 9(09).
      * Run totals.
       01  WS-PARTNERS-RECONCILED      PIC 9(04) VALUE ZERO.
       01  WS-PARTNERS-NOT-CONFIRMED   PIC 9(04) VALUE ZERO.
       01  WS-CONFIRMATIONS-REFUSED    PIC 9(04) VALUE ZERO.
       01  WS-TOTAL-BREAKS             PIC 9(09) VALUE ZERO.
       01  WS-TABLE-OVERFLOWS          PIC 9(09) VALUE ZERO.

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-1            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-2            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-3            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-4            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-5            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-6            PIC -ZZZ,ZZZ,ZZ9.

       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-PROFILE-ENTRY OCCURS 10 TIMES.
               10  WS-PROF-ID          PIC X(08).
               10  WS-PROF-PREFIX      PIC X(20).

      * One partner's accounts - the confirmation's and the
      * register's together - with the partner's balances and our
      * activity dated after the as-of date.
       01  WS-RECON-TABLE.
           05  WS-RCN-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-RCN-ENTRY OCCURS 5000 TIMES.
               10  WS-RCN-ACCOUNT      PIC 9(10).
               10  WS-RCN-IN-PARTNER   PIC X(01).
               10  WS-RCN-IN-REGISTER  PIC X(01).
               10  WS-RCN-PTR-PRINCIPAL PIC S9(09) COMP-3.
               10  WS-RCN-PTR-INTEREST PIC S9(09) COMP-3.
               10  WS-RCN-PTR-FEES     PIC S9(09) COMP-3.
               10  WS-RCN-AFTER-PRINCIPAL PIC S9(11) COMP-3.
               10  WS-RCN-AFTER-INTEREST PIC S9(11) COMP-3.
               10  WS-RCN-AFTER-FEES   PIC S9(11) COMP-3.

      * Processing date comes from the business calendar through
      * CycleDateService - an as-of date past it cannot be right.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 1000-LOAD-PROFILES
           IF WS-PROFILE-COUNT = ZERO
               DISPLAY 'PARTNERBALANCERECON: NO PARTNER PROFILES ON '
                   WS-PROFILE-DSN ' - NOTHING RECONCILED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'PARTNERBALANCERECON: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RECON-REPORT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'FUNDECLARE SUITE - PARTNER BALANCE CONFIRMATION'
                   ' BREAKS   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROFILE-COUNT
               PERFORM 2000-RECONCILE-ONE-PARTNER
           END-PERFORM

           CLOSE RECON-REPORT
           CLOSE CUSTOMER-MASTER-FILE

           DISPLAY 'PARTNERBALANCERECON: ' WS-PARTNERS-RECONCILED
               ' PARTNER(S) RECONCILED, ' WS-PARTNERS-NOT-CONFIRMED
               ' WITHOUT A CONFIRMATION, ' WS-CONFIRMATIONS-REFUSED
               ' REFUSED, BREAKS ' WS-TOTAL-BREAKS
           EVALUATE TRUE
               WHEN WS-CONFIRMATIONS-REFUSED > ZERO
                       OR WS-TABLE-OVERFLOWS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-BREAKS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = '00'
               CLOSE PROFILE-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-PROFILES
                   READ PROFILE-FILE
                       AT END SET WS-NO-MORE-PROFILES TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           .

       1100-LOAD-ONE-PROFILE.
           IF WS-PROFILE-COUNT >= 10
               DISPLAY 'PARTNERBALANCERECON: PROFILE TABLE FULL - '
                   PROF-PARTNER-ID ' SKIPPED'
           ELSE
               ADD 1 TO WS-PROFILE-COUNT
               MOVE PROF-PARTNER-ID
                   TO WS-PROF-ID (WS-PROFILE-COUNT)
               MOVE PROF-DATASET-PREFIX
                   TO WS-PROF-PREFIX (WS-PROFILE-COUNT)
           END-IF
           .

       2000-RECONCILE-ONE-PARTNER.
           MOVE SPACES TO WS-CONFIRMATION-DSN
           STRING WS-PROF-PREFIX (WS-SUB) DELIMITED BY SPACE
                   '.CONFIRM' DELIMITED BY SIZE
               INTO WS-CONFIRMATION-DSN
           MOVE SPACES TO WS-BREAK-DSN
           STRING WS-PROF-PREFIX (WS-SUB) DELIMITED BY SPACE
                   '.BREAKS' DELIMITED BY SIZE
               INTO WS-BREAK-DSN

           MOVE ZERO TO WS-RCN-COUNT WS-CONFIRMED-COUNT
                        WS-AGREED-COUNT WS-DIFFER-COUNT
                        WS-NOT-OURS-COUNT WS-NOT-PARTNER-COUNT
                        WS-OVERFLOW-COUNT WS-AS-OF-DATE

           OPEN INPUT CONFIRMATION-FILE
           IF WS-CONFIRMATION-STATUS NOT = '00'
               CLOSE CONFIRMATION-FILE
               ADD 1 TO WS-PARTNERS-NOT-CONFIRMED
               MOVE SPACES TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'PARTNER ' WS-PROF-ID (WS-SUB)
                       ' - NO CONFIRMATION ON FILE THIS RUN'
                       DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-LOAD-CONFIRMATION
           CLOSE CONFIRMATION-FILE
           IF NOT WS-CONFIRMATION-USABLE
               ADD 1 TO WS-CONFIRMATIONS-REFUSED
               DISPLAY 'PARTNERBALANCERECON: PARTNER '
                   WS-PROF-ID (WS-SUB) ' CONFIRMATION REFUSED - '
                   WS-REFUSAL-TEXT
               MOVE SPACES TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'PARTNER ' WS-PROF-ID (WS-SUB)
                       ' - CONFIRMATION REFUSED: ' WS-REFUSAL-TEXT
                       DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-LOAD-REGISTER
           PERFORM 3000-SUM-ACTIVITY-AFTER-AS-OF

           OPEN OUTPUT BREAK-FILE
           PERFORM 5000-WRITE-PARTNER-HEADING
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                   UNTIL WS-RCN-SUB > WS-RCN-COUNT
               PERFORM 4000-COMPARE-ONE-ACCOUNT
           END-PERFORM
           CLOSE BREAK-FILE
           PERFORM 5200-WRITE-PARTNER-SUMMARY
           ADD 1 TO WS-PARTNERS-RECONCILED
           .

      * Header first, naming this partner and a real as-of date no
      * later than the cycle; then the detail records.
       2100-LOAD-CONFIRMATION.
           MOVE 'N' TO WS-CONFIRM-OK-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           READ CONFIRMATION-FILE
               AT END
                   MOVE 'EMPTY FILE - NO HEADER' TO WS-REFUSAL-TEXT
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT CONF-IS-HEADER
                   MOVE 'FIRST RECORD IS NOT A HEADER'
                                       TO WS-REFUSAL-TEXT
               WHEN CONF-PARTNER-ID NOT = WS-PROF-ID (WS-SUB)
                   MOVE 'HEADER NAMES ANOTHER PARTNER'
                                       TO WS-REFUSAL-TEXT
               WHEN CONF-AS-OF-DATE NOT NUMERIC
                       OR CONF-AS-OF-DATE = ZERO
                       OR CONF-AS-OF-DATE > WS-TODAY-DATE
                   MOVE 'AS-OF DATE MISSING OR AFTER THE CYCLE DATE'
                                       TO WS-REFUSAL-TEXT
               WHEN OTHER
                   SET WS-CONFIRMATION-USABLE TO TRUE
                   MOVE CONF-AS-OF-DATE TO WS-AS-OF-DATE
           END-EVALUATE
           IF NOT WS-CONFIRMATION-USABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ CONFIRMATION-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2200-LOAD-ONE-CONFIRMED
               END-READ
           END-PERFORM
           .

       2200-LOAD-ONE-CONFIRMED.
           IF NOT CONF-IS-DETAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONFIRMED-COUNT
           IF CONF-ACCOUNT-NUMBER NOT NUMERIC
                   OR CONF-PRINCIPAL NOT NUMERIC
                   OR CONF-INTEREST NOT NUMERIC
                   OR CONF-FEES NOT NUMERIC
               DISPLAY 'PARTNERBALANCERECON: PARTNER '
                   WS-PROF-ID (WS-SUB) ' CONFIRMATION RECORD '
                   WS-CONFIRMED-COUNT ' NOT NUMERIC - SKIPPED'
               EXIT PARAGRAPH
           END-IF
           MOVE CONF-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND
               DISPLAY 'PARTNERBALANCERECON: PARTNER '
                   WS-PROF-ID (WS-SUB) ' CONFIRMS ACCOUNT '
                   WS-PROBE-ACCOUNT ' TWICE - FIRST ONE KEPT'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2950-ADD-ACCOUNT
           IF WS-ACCOUNT-FOUND
               MOVE 'Y'            TO WS-RCN-IN-PARTNER (WS-MATCH-SUB)
               MOVE CONF-PRINCIPAL
                               TO WS-RCN-PTR-PRINCIPAL (WS-MATCH-SUB)
               MOVE CONF-INTEREST
                               TO WS-RCN-PTR-INTEREST (WS-MATCH-SUB)
               MOVE CONF-FEES  TO WS-RCN-PTR-FEES (WS-MATCH-SUB)
           END-IF
           .

      * The partner's own rows on the register, added alongside what
      * the confirmation listed.
       2300-LOAD-REGISTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARTNER-ACCOUNT-FILE
           IF WS-PARTNER-ACCOUNT-STATUS NOT = '00'
               CLOSE PARTNER-ACCOUNT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ PARTNER-ACCOUNT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 2400-LOAD-ONE-REGISTERED
                   END-READ
               END-PERFORM
               CLOSE PARTNER-ACCOUNT-FILE
           END-IF
           .

       2400-LOAD-ONE-REGISTERED.
           IF PACC-PARTNER-ID NOT = WS-PROF-ID (WS-SUB)
                   OR PACC-ACCOUNT-NUMBER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PACC-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               PERFORM 2950-ADD-ACCOUNT
           END-IF
           IF WS-ACCOUNT-FOUND
               MOVE 'Y' TO WS-RCN-IN-REGISTER (WS-MATCH-SUB)
           END-IF
           .

       2900-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                   UNTIL WS-RCN-SUB > WS-RCN-COUNT OR WS-ACCOUNT-FOUND
               IF WS-RCN-ACCOUNT (WS-RCN-SUB) = WS-PROBE-ACCOUNT
                   SET WS-ACCOUNT-FOUND TO TRUE
                   MOVE WS-RCN-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           .

      * An account that will not fit is counted, not silently lost -
      * the partner's reconciliation is then incomplete and says so.
       2950-ADD-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           IF WS-RCN-COUNT >= 5000
               ADD 1 TO WS-OVERFLOW-COUNT WS-TABLE-OVERFLOWS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCN-COUNT
           MOVE WS-RCN-COUNT     TO WS-MATCH-SUB
           MOVE WS-PROBE-ACCOUNT TO WS-RCN-ACCOUNT (WS-MATCH-SUB)
           MOVE 'N'              TO WS-RCN-IN-PARTNER (WS-MATCH-SUB)
                                    WS-RCN-IN-REGISTER (WS-MATCH-SUB)
           MOVE ZERO TO WS-RCN-PTR-PRINCIPAL (WS-MATCH-SUB)
                        WS-RCN-PTR-INTEREST (WS-MATCH-SUB)
                        WS-RCN-PTR-FEES (WS-MATCH-SUB)
                        WS-RCN-AFTER-PRINCIPAL (WS-MATCH-SUB)
                        WS-RCN-AFTER-INTEREST (WS-MATCH-SUB)
                        WS-RCN-AFTER-FEES (WS-MATCH-SUB)
           SET WS-ACCOUNT-FOUND TO TRUE
           .

      * Everything that moved a balance after the as-of date, in one
      * walk of each journal: the TRANHIST legacy tail and segments
      * from the as-of month on, then accrual and swap generations
      * and their live files.
       3000-SUM-ACTIVITY-AFTER-AS-OF.
           MOVE WS-TRANHIST-BASE TO WS-HISTORY-DSN
           PERFORM 3200-READ-ONE-HISTORY-FILE

           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               CLOSE CATALOG-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-CATALOG
                   READ CATALOG-FILE
                       AT END SET WS-NO-MORE-CATALOG TO TRUE
                       NOT AT END PERFORM 3100-JUDGE-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF

           MOVE WS-ACCRAUD-BASE TO WS-ACCRAUD-DSN
           PERFORM 3400-SUM-ACCRUAL-FILE
           MOVE WS-SWAPAUD-BASE TO WS-SWAPAUD-DSN
           PERFORM 3600-SUM-SWAP-FILE
           .

       3100-JUDGE-ONE-GENERATION.
           EVALUATE TRUE
               WHEN ARCH-BASE-DSN = WS-TRANHIST-BASE
                   MOVE ARCH-CYCLE-DATE (1:6) TO WS-SEGMENT-MONTH
                   IF WS-SEGMENT-MONTH >= WS-AS-OF-DATE (1:6)
                       MOVE SPACES TO WS-HISTORY-DSN
                       MOVE ARCH-GENERATION-DSN TO WS-HISTORY-DSN
                       PERFORM 3200-READ-ONE-HISTORY-FILE
                   END-IF
               WHEN ARCH-BASE-DSN = WS-ACCRAUD-BASE
                   MOVE SPACES TO WS-ACCRAUD-DSN
                   MOVE ARCH-GENERATION-DSN TO WS-ACCRAUD-DSN
                   PERFORM 3400-SUM-ACCRUAL-FILE
               WHEN ARCH-BASE-DSN = WS-SWAPAUD-BASE
                   MOVE SPACES TO WS-SWAPAUD-DSN
                   MOVE ARCH-GENERATION-DSN TO WS-SWAPAUD-DSN
                   PERFORM 3600-SUM-SWAP-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       3200-READ-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-HISTORY
                   READ HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                       NOT AT END PERFORM 3300-SUM-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

      * REVERSED entries reached the master before the offsetting
      * batch backed them out - they move the math like POSTED, as
      * in AccountStatement.
       3300-SUM-ONE-ENTRY.
           IF HIST-CYCLE-DATE NOT > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           IF NOT (HIST-WAS-POSTED OR HIST-POSTED-REVERSED)
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND
               ADD HIST-PRINCIPAL
                   TO WS-RCN-AFTER-PRINCIPAL (WS-MATCH-SUB)
               ADD HIST-INTEREST
                   TO WS-RCN-AFTER-INTEREST (WS-MATCH-SUB)
               ADD HIST-FEES
                   TO WS-RCN-AFTER-FEES (WS-MATCH-SUB)
           END-IF
           .

       3400-SUM-ACCRUAL-FILE.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           OPEN INPUT ACCRUAL-AUDIT-FILE
           IF WS-ACCRAUD-STATUS NOT = '00'
               CLOSE ACCRUAL-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-AUDIT
                   READ ACCRUAL-AUDIT-FILE
                       AT END SET WS-END-OF-AUDIT TO TRUE
                       NOT AT END PERFORM 3500-SUM-ONE-ACCRUAL
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-AUDIT-FILE
           END-IF
           .

      * Dated by the business cycle date the accrual booked under,
      * the timestamp date for records from before the field existed.
       3500-SUM-ONE-ACCRUAL.
           MOVE ZERO TO WS-ENTRY-DATE
           IF ACCR-CYCLE-DATE IS NUMERIC AND ACCR-CYCLE-DATE > ZERO
               MOVE ACCR-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF ACCR-TIMESTAMP (1:8) IS NUMERIC
                   MOVE ACCR-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE NOT > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCR-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND
               ADD ACCR-INTEREST-ACCRUED
                   TO WS-RCN-AFTER-INTEREST (WS-MATCH-SUB)
               ADD ACCR-FEE-CHARGED
                   TO WS-RCN-AFTER-FEES (WS-MATCH-SUB)
           END-IF
           .

       3600-SUM-SWAP-FILE.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           OPEN INPUT SWAP-AUDIT-FILE
           IF WS-SWAPAUD-STATUS NOT = '00'
               CLOSE SWAP-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-AUDIT
                   READ SWAP-AUDIT-FILE
                       AT END SET WS-END-OF-AUDIT TO TRUE
                       NOT AT END PERFORM 3700-SUM-ONE-SWAP
                   END-READ
               END-PERFORM
               CLOSE SWAP-AUDIT-FILE
           END-IF
           .

      * Same business-date basis (and timestamp fallback) as the
      * accrual pass above.
       3700-SUM-ONE-SWAP.
           MOVE ZERO TO WS-ENTRY-DATE
           IF SWAP-AUD-CYCLE-DATE IS NUMERIC
                   AND SWAP-AUD-CYCLE-DATE > ZERO
               MOVE SWAP-AUD-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF SWAP-AUD-TIMESTAMP (1:8) IS NUMERIC
                   MOVE SWAP-AUD-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE NOT > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SWAP-AUD-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND
               COMPUTE WS-DELTA-PRINCIPAL
                   = SWAP-AUD-PRINCIPAL-AFTER
                       - SWAP-AUD-PRINCIPAL-BEFORE
               COMPUTE WS-DELTA-INTEREST
                   = SWAP-AUD-INTEREST-AFTER
                       - SWAP-AUD-INTEREST-BEFORE
               ADD WS-DELTA-PRINCIPAL
                   TO WS-RCN-AFTER-PRINCIPAL (WS-MATCH-SUB)
               ADD WS-DELTA-INTEREST
                   TO WS-RCN-AFTER-INTEREST (WS-MATCH-SUB)
           END-IF
           .

       4000-COMPARE-ONE-ACCOUNT.
           MOVE 'N'  TO WS-ON-MASTER-SWITCH WS-ACCOUNT-CLOSED-SWITCH
           MOVE ZERO TO WS-OUR-PRINCIPAL WS-OUR-INTEREST WS-OUR-FEES
           MOVE WS-RCN-ACCOUNT (WS-RCN-SUB) TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
                   IF CUST-ACCOUNT-CLOSED
                       SET WS-OUR-ACCOUNT-CLOSED TO TRUE
                   END-IF
                   COMPUTE WS-OUR-PRINCIPAL = CUST-BALANCE-PRINCIPAL
                       - WS-RCN-AFTER-PRINCIPAL (WS-RCN-SUB)
                   COMPUTE WS-OUR-INTEREST = CUST-BALANCE-INTEREST
                       - WS-RCN-AFTER-INTEREST (WS-RCN-SUB)
                   COMPUTE WS-OUR-FEES = CUST-BALANCE-FEES
                       - WS-RCN-AFTER-FEES (WS-RCN-SUB)
           END-READ

           EVALUATE TRUE
               WHEN WS-RCN-IN-PARTNER (WS-RCN-SUB) = 'Y'
                       AND NOT WS-ON-MASTER
                   MOVE 'NOUR' TO WS-BREAK-CODE
                   ADD 1 TO WS-NOT-OURS-COUNT
                   PERFORM 4500-WRITE-BREAK
               WHEN WS-RCN-IN-PARTNER (WS-RCN-SUB) = 'Y'
                   IF WS-OUR-PRINCIPAL
                           = WS-RCN-PTR-PRINCIPAL (WS-RCN-SUB)
                       AND WS-OUR-INTEREST
                           = WS-RCN-PTR-INTEREST (WS-RCN-SUB)
                       AND WS-OUR-FEES
                           = WS-RCN-PTR-FEES (WS-RCN-SUB)
                       ADD 1 TO WS-AGREED-COUNT
                   ELSE
                       MOVE 'DIFF' TO WS-BREAK-CODE
                       ADD 1 TO WS-DIFFER-COUNT
                       PERFORM 4500-WRITE-BREAK
                   END-IF
      * Register-only from here: purged, or closed with nothing left
      * on it at the as-of date, is properly absent from the
      * partner's books.
               WHEN NOT WS-ON-MASTER
                   CONTINUE
               WHEN WS-OUR-ACCOUNT-CLOSED
                       AND WS-OUR-PRINCIPAL = ZERO
                       AND WS-OUR-INTEREST = ZERO
                       AND WS-OUR-FEES = ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE 'NPTR' TO WS-BREAK-CODE
                   ADD 1 TO WS-NOT-PARTNER-COUNT
                   PERFORM 4500-WRITE-BREAK
           END-EVALUATE
           .

       4500-WRITE-BREAK.
      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO RECON-BREAK-RECORD
           MOVE WS-BREAK-CODE          TO RBRK-BREAK-CODE
           MOVE WS-PROF-ID (WS-SUB)    TO RBRK-PARTNER-ID
           MOVE WS-AS-OF-DATE          TO RBRK-AS-OF-DATE
           MOVE WS-RCN-ACCOUNT (WS-RCN-SUB) TO RBRK-ACCOUNT-NUMBER
           MOVE WS-RCN-PTR-PRINCIPAL (WS-RCN-SUB)
                                       TO RBRK-PARTNER-PRINCIPAL
           MOVE WS-RCN-PTR-INTEREST (WS-RCN-SUB)
                                       TO RBRK-PARTNER-INTEREST
           MOVE WS-RCN-PTR-FEES (WS-RCN-SUB)
                                       TO RBRK-PARTNER-FEES
           MOVE WS-OUR-PRINCIPAL       TO RBRK-OUR-PRINCIPAL
           MOVE WS-OUR-INTEREST        TO RBRK-OUR-INTEREST
           MOVE WS-OUR-FEES            TO RBRK-OUR-FEES
           WRITE RECON-BREAK-RECORD
           ADD 1 TO WS-TOTAL-BREAKS
           PERFORM 5100-WRITE-BREAK-LINE
           .

       5000-WRITE-PARTNER-HEADING.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'PARTNER ' WS-PROF-ID (WS-SUB)
                   '   AS OF ' WS-AS-OF-DATE
                   '   BREAK FILE ' WS-BREAK-DSN
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE ALL '-' TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'ACCOUNT    CODE'
                   '  PTR-PRINCIPAL PTR-INTEREST    PTR-FEES'
                   '  OUR-PRINCIPAL OUR-INTEREST    OUR-FEES'
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           .

       5100-WRITE-BREAK-LINE.
           MOVE RBRK-PARTNER-PRINCIPAL TO WS-EDIT-AMOUNT-1
           MOVE RBRK-PARTNER-INTEREST  TO WS-EDIT-AMOUNT-2
           MOVE RBRK-PARTNER-FEES      TO WS-EDIT-AMOUNT-3
           MOVE RBRK-OUR-PRINCIPAL     TO WS-EDIT-AMOUNT-4
           MOVE RBRK-OUR-INTEREST      TO WS-EDIT-AMOUNT-5
           MOVE RBRK-OUR-FEES          TO WS-EDIT-AMOUNT-6
           MOVE SPACES TO RECON-REPORT-LINE
           STRING RBRK-ACCOUNT-NUMBER ' ' RBRK-BREAK-CODE ' '
                   WS-EDIT-AMOUNT-1 WS-EDIT-AMOUNT-2 WS-EDIT-AMOUNT-3
                   WS-EDIT-AMOUNT-4 WS-EDIT-AMOUNT-5 WS-EDIT-AMOUNT-6
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           .

       5200-WRITE-PARTNER-SUMMARY.
           MOVE ALL '-' TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-CONFIRMED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'ACCOUNTS CONFIRMED BY PARTNER  . ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-AGREED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'AGREED . . . . . . . . . . . . . ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-DIFFER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'BALANCES DIFFER  . . . . . . . . ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-NOT-OURS-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'MISSING FROM OUR BOOKS . . . . . ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-NOT-PARTNER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'MISSING FROM PARTNER BOOKS . . . ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING 'NOT RECONCILED - TABLE FULL  . . ' WS-EDIT-COUNT
                       DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF
           .
       END PROGRAM PartnerBalanceRecon.
