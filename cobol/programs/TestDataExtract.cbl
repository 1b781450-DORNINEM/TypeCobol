      ******************************************************************
      * TestDataExtract - masked test-region extract of the customer
      * master, the address detail file and a date range of the
      * posting, accrual and swap journals. The test region used to
      * be loaded from hand-built files nobody kept current, or from
      * production copies still carrying real names and addresses.
      * CALLed with a from and a to business date, this utility:
      *   - copies every FUNDECL.CUSTMAST.DAT record to
      *     FUNDECL.TEST.CUSTMAST.DAT with the customer name
      *     masked and the account number remapped; class, balances
      *     and every flag are carried unchanged,
      *   - copies every FUNDECL.CUSTADDR.DAT record to
      *     FUNDECL.TEST.CUSTADDR.DAT with both address lines
      *     masked and the account remapped; city, state and postal
      *     code are kept so address edits still behave in test,
      *   - copies the TRANHIST, ACCRAUD and SWAPAUD records dated in
      *     the range - live files and cataloged generations alike,
      *     dated by business cycle date with the usual timestamp
      *     fallback for pre-field journal records - to the matching
      *     FUNDECL.TEST datasets, account remapped and every
      *     amount, disposition and job name unchanged,
      *   - proves the extract: each test dataset is read back
      *     through the same layout it was written from, and its
      *     record count and balance totals are printed against the
      *     source figures on FUNDECL.TEST.CTL.RPT, line by line,
      *     AGREE or DIFFER.
      * Remapping is one account-number crosswalk for the whole run
      * (FUNDECL.TEST.ACCTXWLK), built as accounts are met: the
      * master first, in key order, then any account met only in the
      * address file or a journal. The same real account therefore
      * carries the same test account in every file, and the test
      * master stays in real-account order. Test accounts are
      * numbered up from WS-TEST-ACCOUNT-BASE, clear of the live
      * range. Account zero (a swap with no account in hand) stays
      * zero. The crosswalk is the only way back to the real
      * accounts - it stays in production with the control report
      * and does not travel to the test region.
      *
      * Return codes: 0 extract proven, 4 proven but the address
      * file was not there to copy, 8 a count or total differs or a
      * test record could not be written - do not load the test
      * region, 12 no master or an unusable date range, 16 a test
      * dataset cannot be created or a crosswalk entry could not be
      * written (the extract stops after the file in hand).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestDataExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ADDRESS-MASTER-FILE ASSIGN TO WS-ADDRESS-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDR-ACCOUNT-NUMBER
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACCRUAL-AUDIT-FILE ASSIGN TO WS-ACCRAUD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRAUD-STATUS.

           SELECT SWAP-AUDIT-FILE ASSIGN TO WS-SWAPAUD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWAPAUD-STATUS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CROSSWALK-FILE ASSIGN TO WS-CROSSWALK-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XWLK-REAL-ACCOUNT
               FILE STATUS IS WS-CROSSWALK-STATUS.

           SELECT TEST-MASTER-FILE ASSIGN TO WS-TEST-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-MASTER-ACCOUNT
               FILE STATUS IS WS-TEST-CUSTMAST-STATUS.

           SELECT TEST-ADDRESS-FILE ASSIGN TO WS-TEST-ADDRESS-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-ADDRESS-ACCOUNT
               FILE STATUS IS WS-TEST-ADDRESS-STATUS.

      * SEQUENTIAL - the journal layouts carry COMP-3; matches their
      * writers.
           SELECT TEST-HISTORY-FILE ASSIGN TO WS-TEST-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-HISTORY-STATUS.

           SELECT TEST-ACCRUAL-FILE ASSIGN TO WS-TEST-ACCRAUD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-ACCRAUD-STATUS.

           SELECT TEST-SWAP-FILE ASSIGN TO WS-TEST-SWAPAUD-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-SWAPAUD-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO WS-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  ADDRESS-MASTER-FILE.
       COPY CUSTADDR.

       FD  HISTORY-FILE.
       COPY TRANHIST.

       FD  ACCRUAL-AUDIT-FILE.
       COPY ACCRAUD.

       FD  SWAP-AUDIT-FILE.
       COPY SWAPAUD.

       FD  CATALOG-FILE.
       COPY ARCHCAT.

      * Real account to test account, one record per account met.
       FD  CROSSWALK-FILE.
       01  CROSSWALK-RECORD.
           05  XWLK-REAL-ACCOUNT       PIC 9(10).
           05  XWLK-TEST-ACCOUNT       PIC 9(10).
           05  XWLK-FIRST-SOURCE       PIC X(08).

      * The test datasets are written from the masked source record
      * areas, so each is the full source record length:
      * X(65) CUSTMAST.cpy, X(102) CUSTADDR.cpy, X(49) TRANHIST.cpy,
      * X(84) ACCRAUD.cpy, X(72) SWAPAUD.cpy.
       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-RECORD.
           05  TEST-MASTER-ACCOUNT     PIC 9(10).
           05  FILLER                  PIC X(55).

       FD  TEST-ADDRESS-FILE.
       01  TEST-ADDRESS-RECORD.
           05  TEST-ADDRESS-ACCOUNT    PIC 9(10).
           05  FILLER                  PIC X(92).

       FD  TEST-HISTORY-FILE.
       01  TEST-HISTORY-RECORD         PIC X(49).

       FD  TEST-ACCRUAL-FILE.
       01  TEST-ACCRUAL-RECORD         PIC X(84).

       FD  TEST-SWAP-FILE.
       01  TEST-SWAP-RECORD            PIC X(72).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-ADDRESS-DSN              PIC X(80)
                                       VALUE 'FUNDECL.CUSTADDR.DAT'.
       01  WS-ADDRESS-STATUS           PIC X(02).
       01  WS-HISTORY-DSN              PIC X(80)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-ACCRAUD-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ACCRUAL.AUDIT'.
       01  WS-ACCRAUD-STATUS           PIC X(02).
       01  WS-SWAPAUD-DSN              PIC X(80)
                                       VALUE 'FUNDECL.SWAPPARM.AUDIT'.
       01  WS-SWAPAUD-STATUS           PIC X(02).
       01  WS-CATALOG-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ARCHIVE.CAT'.
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-CROSSWALK-DSN            PIC X(80)
                                       VALUE 'FUNDECL.TEST.ACCTXWLK'.
       01  WS-CROSSWALK-STATUS         PIC X(02).
       01  WS-TEST-CUSTMAST-DSN        PIC X(80)
                                     VALUE 'FUNDECL.TEST.CUSTMAST.DAT'.
       01  WS-TEST-CUSTMAST-STATUS     PIC X(02).
       01  WS-TEST-ADDRESS-DSN         PIC X(80)
                                     VALUE 'FUNDECL.TEST.CUSTADDR.DAT'.
       01  WS-TEST-ADDRESS-STATUS      PIC X(02).
       01  WS-TEST-HISTORY-DSN         PIC X(80)
                                     VALUE 'FUNDECL.TEST.TRANHIST.DAT'.
       01  WS-TEST-HISTORY-STATUS      PIC X(02).
       01  WS-TEST-ACCRAUD-DSN         PIC X(80)
                                       VALUE 'FUNDECL.TEST.ACCRAUD.DAT'.
       01  WS-TEST-ACCRAUD-STATUS      PIC X(02).
       01  WS-TEST-SWAPAUD-DSN         PIC X(80)
                                       VALUE 'FUNDECL.TEST.SWAPAUD.DAT'.
       01  WS-TEST-SWAPAUD-STATUS      PIC X(02).
       01  WS-REPORT-DSN               PIC X(80)
                                       VALUE 'FUNDECL.TEST.CTL.RPT'.
       01  WS-REPORT-STATUS            PIC X(02).
       01  WS-TRANHIST-BASE            PIC X(30)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-ACCRAUD-BASE             PIC X(30)
                                       VALUE 'FUNDECL.ACCRUAL.AUDIT'.
       01  WS-SWAPAUD-BASE             PIC X(30)
                                       VALUE 'FUNDECL.SWAPPARM.AUDIT'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-CATALOG-EOF-SWITCH       PIC X.
           88  WS-NO-MORE-CATALOG                VALUE 'Y'.
       01  WS-ADDRESS-COPIED-SWITCH    PIC X VALUE 'N'.
           88  WS-ADDRESS-COPIED                 VALUE 'Y'.
       01  WS-PROOF-FAILED-SWITCH      PIC X VALUE 'N'.
           88  WS-PROOF-FAILED                   VALUE 'Y'.
      * A real account with no crosswalk entry would be given a fresh
      * test account each time it is met - no file after that can be
      * trusted to carry it consistently.
       01  WS-CROSSWALK-FAILED-SWITCH  PIC X VALUE 'N'.
           88  WS-CROSSWALK-FAILED               VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).
       01  WS-ENTRY-DATE               PIC 9(08).

      * Crosswalk working fields - 8000-MAP-ACCOUNT takes the real
      * account and the file it was met in, and hands back the test
      * account.
       01  WS-TEST-ACCOUNT-BASE        PIC 9(10) VALUE 8800000000.
       01  WS-NEXT-TEST-SEQUENCE       PIC 9(09) VALUE ZERO.
       01  WS-REAL-ACCOUNT             PIC 9(10).
       01  WS-TEST-ACCOUNT             PIC 9(10).
       01  WS-MAP-SOURCE               PIC X(08).
       01  WS-ACCOUNTS-MAPPED          PIC 9(09) VALUE ZERO.
       01  WS-MAPPED-OFF-MASTER        PIC 9(09) VALUE ZERO.
       01  WS-WRITE-FAILURES           PIC 9(09) VALUE ZERO.

      * Source figures are taken as each record is selected; test
      * figures by reading the written dataset back.
       01  WS-SRC-MAST-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-SRC-MAST-PRINCIPAL       PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-MAST-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-MAST-FEES            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-MAST-TOTAL           PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-MAST-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-TST-MAST-PRINCIPAL       PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-MAST-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-MAST-FEES            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-MAST-TOTAL           PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-ADDR-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-TST-ADDR-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-HIST-READ                PIC 9(09) VALUE ZERO.
       01  WS-SRC-HIST-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-SRC-HIST-PRINCIPAL       PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-HIST-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-HIST-FEES            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-HIST-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-TST-HIST-PRINCIPAL       PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-HIST-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-HIST-FEES            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-ACCR-READ                PIC 9(09) VALUE ZERO.
       01  WS-SRC-ACCR-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-SRC-ACCR-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-ACCR-FEES            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-ACCR-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-TST-ACCR-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-ACCR-FEES            PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SWAP-READ                PIC 9(09) VALUE ZERO.
       01  WS-SRC-SWAP-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-SRC-SWAP-PRINCIPAL       PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-SRC-SWAP-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-SWAP-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-TST-SWAP-PRINCIPAL       PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TST-SWAP-INTEREST        PIC S9(11) COMP-3 VALUE ZERO.

      * One proof row - 7100-WRITE-PROOF-ROW prints it and marks the
      * extract unproven on any difference.
       01  WS-ROW-FILE                 PIC X(08).
       01  WS-ROW-MEASURE              PIC X(16).
       01  WS-ROW-SOURCE               PIC S9(13) COMP-3.
       01  WS-ROW-TEST                 PIC S9(13) COMP-3.

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-FROM-DATE                PIC 9(08).
       01  LS-TO-DATE                  PIC 9(08).

       PROCEDURE DIVISION USING BY REFERENCE LS-FROM-DATE
                                 BY REFERENCE LS-TO-DATE.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           IF LS-FROM-DATE NOT NUMERIC OR LS-TO-DATE NOT NUMERIC
                   OR LS-FROM-DATE > LS-TO-DATE
               DISPLAY 'TESTDATAEXTRACT: UNUSABLE DATE RANGE '
                   LS-FROM-DATE ' - ' LS-TO-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'TESTDATAEXTRACT: NO MASTER ON '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * A fresh crosswalk every run - created empty, then reopened
      * I-O so accounts can be looked up and added as they are met.
           OPEN OUTPUT CROSSWALK-FILE
           IF WS-CROSSWALK-STATUS = '00'
               CLOSE CROSSWALK-FILE
               OPEN I-O CROSSWALK-FILE
           END-IF
           IF WS-CROSSWALK-STATUS NOT = '00'
               DISPLAY 'TESTDATAEXTRACT: CANNOT CREATE '
                   WS-CROSSWALK-DSN ' STATUS ' WS-CROSSWALK-STATUS
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-EXTRACT-MASTER
           IF WS-CROSSWALK-FAILED
               PERFORM 0900-STOP-ON-CROSSWALK
           END-IF
           IF RETURN-CODE NOT = 0
               CLOSE CROSSWALK-FILE
               GOBACK
           END-IF
           PERFORM 2500-EXTRACT-ADDRESSES
           IF NOT WS-CROSSWALK-FAILED
               PERFORM 3000-EXTRACT-HISTORY
           END-IF
           IF NOT WS-CROSSWALK-FAILED
               PERFORM 4000-EXTRACT-ACCRUALS
           END-IF
           IF NOT WS-CROSSWALK-FAILED
               PERFORM 5000-EXTRACT-SWAPS
           END-IF
           CLOSE CROSSWALK-FILE
           IF WS-CROSSWALK-FAILED
               PERFORM 0900-STOP-ON-CROSSWALK
           END-IF
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM 6000-PROVE-EXTRACT
           PERFORM 7000-WRITE-CONTROL-REPORT

           DISPLAY 'TESTDATAEXTRACT: ' WS-SRC-MAST-COUNT
               ' MASTERS, ' WS-SRC-ADDR-COUNT ' ADDRESSES, '
               WS-SRC-HIST-COUNT ' POSTINGS, ' WS-SRC-ACCR-COUNT
               ' ACCRUALS, ' WS-SRC-SWAP-COUNT ' SWAPS FROM '
               LS-FROM-DATE ' TO ' LS-TO-DATE
           EVALUATE TRUE
               WHEN WS-PROOF-FAILED
                   DISPLAY 'TESTDATAEXTRACT: EXTRACT NOT PROVEN - '
                       'SEE ' WS-REPORT-DSN
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-ADDRESS-COPIED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       0900-STOP-ON-CROSSWALK.
           DISPLAY 'TESTDATAEXTRACT: CROSSWALK INCOMPLETE ON '
               WS-CROSSWALK-DSN ' - EXTRACT STOPPED, DO NOT LOAD'
           MOVE 16 TO RETURN-CODE
           .

      * Master in key order, so the test accounts are handed out in
      * real-account order and the test master loads ascending.
       2000-EXTRACT-MASTER.
           OPEN OUTPUT TEST-MASTER-FILE
           IF WS-TEST-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'TESTDATAEXTRACT: CANNOT CREATE '
                   WS-TEST-CUSTMAST-DSN ' STATUS '
                   WS-TEST-CUSTMAST-STATUS
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2100-COPY-ONE-MASTER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE TEST-MASTER-FILE
           MOVE 0 TO RETURN-CODE
           .

       2100-COPY-ONE-MASTER.
           ADD 1 TO WS-SRC-MAST-COUNT
           ADD CUST-BALANCE-PRINCIPAL TO WS-SRC-MAST-PRINCIPAL
           ADD CUST-BALANCE-INTEREST  TO WS-SRC-MAST-INTEREST
           ADD CUST-BALANCE-FEES      TO WS-SRC-MAST-FEES
           ADD CUST-BALANCE-TOTAL     TO WS-SRC-MAST-TOTAL

           MOVE CUST-ACCOUNT-NUMBER TO WS-REAL-ACCOUNT
           MOVE 'CUSTMAST' TO WS-MAP-SOURCE
           PERFORM 8000-MAP-ACCOUNT
           MOVE WS-TEST-ACCOUNT TO CUST-ACCOUNT-NUMBER
      * A blank name stays blank - PartnerFeedIntake fills it from
      * the feed, and test should see the same gap production does.
           IF CUST-CUSTOMER-NAME NOT = SPACES
               MOVE SPACES TO CUST-CUSTOMER-NAME
               STRING 'TEST CUSTOMER ' WS-TEST-ACCOUNT
                       DELIMITED BY SIZE
                   INTO CUST-CUSTOMER-NAME
           END-IF

           MOVE CUSTOMER-MASTER-RECORD TO TEST-MASTER-RECORD
           WRITE TEST-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'TESTDATAEXTRACT: TEST MASTER WRITE FAILED '
                       'FOR ' WS-TEST-ACCOUNT ' STATUS '
                       WS-TEST-CUSTMAST-STATUS
                   ADD 1 TO WS-WRITE-FAILURES
           END-WRITE
           .

      * No address detail file is a warning, not a stop - the master
      * and journals are still worth loading.
       2500-EXTRACT-ADDRESSES.
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-ADDRESS-STATUS NOT = '00'
               CLOSE ADDRESS-MASTER-FILE
               DISPLAY 'TESTDATAEXTRACT: NO ADDRESS DETAIL FILE ON '
                   WS-ADDRESS-DSN ' STATUS ' WS-ADDRESS-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-ADDRESS-FILE
           IF WS-TEST-ADDRESS-STATUS NOT = '00'
               DISPLAY 'TESTDATAEXTRACT: CANNOT CREATE '
                   WS-TEST-ADDRESS-DSN ' STATUS '
                   WS-TEST-ADDRESS-STATUS
               CLOSE ADDRESS-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-ADDRESS-COPIED TO TRUE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ ADDRESS-MASTER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2600-COPY-ONE-ADDRESS
               END-READ
           END-PERFORM
           CLOSE ADDRESS-MASTER-FILE
           CLOSE TEST-ADDRESS-FILE
           .

       2600-COPY-ONE-ADDRESS.
           ADD 1 TO WS-SRC-ADDR-COUNT
           MOVE ADDR-ACCOUNT-NUMBER TO WS-REAL-ACCOUNT
           MOVE 'CUSTADDR' TO WS-MAP-SOURCE
           PERFORM 8000-MAP-ACCOUNT
           MOVE WS-TEST-ACCOUNT TO ADDR-ACCOUNT-NUMBER
           MOVE SPACES TO ADDR-LINE-1
           STRING WS-TEST-ACCOUNT (7:4) ' TEST STREET'
                   DELIMITED BY SIZE
               INTO ADDR-LINE-1
           IF ADDR-LINE-2 NOT = SPACES
               MOVE 'SUITE 100' TO ADDR-LINE-2
           END-IF

           MOVE CUSTOMER-ADDRESS-RECORD TO TEST-ADDRESS-RECORD
           WRITE TEST-ADDRESS-RECORD
               INVALID KEY
                   DISPLAY 'TESTDATAEXTRACT: TEST ADDRESS WRITE '
                       'FAILED FOR ' WS-TEST-ACCOUNT ' STATUS '
                       WS-TEST-ADDRESS-STATUS
                   ADD 1 TO WS-WRITE-FAILURES
           END-WRITE
           .

      * Posting journal - live file plus every cataloged generation;
      * the per-record date filter keeps the range.
       3000-EXTRACT-HISTORY.
           OPEN OUTPUT TEST-HISTORY-FILE
           IF WS-TEST-HISTORY-STATUS NOT = '00'
               DISPLAY 'TESTDATAEXTRACT: CANNOT CREATE '
                   WS-TEST-HISTORY-DSN ' STATUS '
                   WS-TEST-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRANHIST-BASE TO WS-HISTORY-DSN
           PERFORM 3100-READ-ONE-HISTORY-FILE
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
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
                               PERFORM 3100-READ-ONE-HISTORY-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           CLOSE TEST-HISTORY-FILE
           .

       3100-READ-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTORY-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 3200-COPY-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

       3200-COPY-ONE-HISTORY.
           ADD 1 TO WS-HIST-READ
           IF HIST-CYCLE-DATE < LS-FROM-DATE
                   OR HIST-CYCLE-DATE > LS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-HIST-COUNT
           ADD HIST-PRINCIPAL TO WS-SRC-HIST-PRINCIPAL
           ADD HIST-INTEREST  TO WS-SRC-HIST-INTEREST
           ADD HIST-FEES      TO WS-SRC-HIST-FEES
           MOVE HIST-ACCOUNT-NUMBER TO WS-REAL-ACCOUNT
           MOVE 'TRANHIST' TO WS-MAP-SOURCE
           PERFORM 8000-MAP-ACCOUNT
           MOVE WS-TEST-ACCOUNT TO HIST-ACCOUNT-NUMBER
           MOVE TRAN-HISTORY-RECORD TO TEST-HISTORY-RECORD
           WRITE TEST-HISTORY-RECORD
           .

       4000-EXTRACT-ACCRUALS.
           OPEN OUTPUT TEST-ACCRUAL-FILE
           IF WS-TEST-ACCRAUD-STATUS NOT = '00'
               DISPLAY 'TESTDATAEXTRACT: CANNOT CREATE '
                   WS-TEST-ACCRAUD-DSN ' STATUS '
                   WS-TEST-ACCRAUD-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCRAUD-BASE TO WS-ACCRAUD-DSN
           PERFORM 4100-READ-ONE-ACCRUAL-FILE
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               CLOSE CATALOG-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-CATALOG
                   READ CATALOG-FILE
                       AT END SET WS-NO-MORE-CATALOG TO TRUE
                       NOT AT END
                           IF ARCH-BASE-DSN = WS-ACCRAUD-BASE
                               MOVE SPACES TO WS-ACCRAUD-DSN
                               MOVE ARCH-GENERATION-DSN
                                   TO WS-ACCRAUD-DSN
                               PERFORM 4100-READ-ONE-ACCRUAL-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           CLOSE TEST-ACCRUAL-FILE
           .

       4100-READ-ONE-ACCRUAL-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ACCRUAL-AUDIT-FILE
           IF WS-ACCRAUD-STATUS NOT = '00'
               CLOSE ACCRUAL-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACCRUAL-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 4200-COPY-ONE-ACCRUAL
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-AUDIT-FILE
           END-IF
           .

      * Dated by business cycle date; pre-field records (zero/spaces)
      * fall back to their wall-clock timestamp date.
       4200-COPY-ONE-ACCRUAL.
           ADD 1 TO WS-ACCR-READ
           MOVE ZERO TO WS-ENTRY-DATE
           IF ACCR-CYCLE-DATE IS NUMERIC AND ACCR-CYCLE-DATE > ZERO
               MOVE ACCR-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF ACCR-TIMESTAMP (1:8) IS NUMERIC
                   MOVE ACCR-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE < LS-FROM-DATE
                   OR WS-ENTRY-DATE > LS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-ACCR-COUNT
           ADD ACCR-INTEREST-ACCRUED TO WS-SRC-ACCR-INTEREST
           ADD ACCR-FEE-CHARGED      TO WS-SRC-ACCR-FEES
           MOVE ACCR-ACCOUNT-NUMBER TO WS-REAL-ACCOUNT
           MOVE 'ACCRAUD' TO WS-MAP-SOURCE
           PERFORM 8000-MAP-ACCOUNT
           MOVE WS-TEST-ACCOUNT TO ACCR-ACCOUNT-NUMBER
           MOVE ACCRUAL-AUDIT-RECORD TO TEST-ACCRUAL-RECORD
           WRITE TEST-ACCRUAL-RECORD
           .

       5000-EXTRACT-SWAPS.
           OPEN OUTPUT TEST-SWAP-FILE
           IF WS-TEST-SWAPAUD-STATUS NOT = '00'
               DISPLAY 'TESTDATAEXTRACT: CANNOT CREATE '
                   WS-TEST-SWAPAUD-DSN ' STATUS '
                   WS-TEST-SWAPAUD-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SWAPAUD-BASE TO WS-SWAPAUD-DSN
           PERFORM 5100-READ-ONE-SWAP-FILE
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               CLOSE CATALOG-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-CATALOG
                   READ CATALOG-FILE
                       AT END SET WS-NO-MORE-CATALOG TO TRUE
                       NOT AT END
                           IF ARCH-BASE-DSN = WS-SWAPAUD-BASE
                               MOVE SPACES TO WS-SWAPAUD-DSN
                               MOVE ARCH-GENERATION-DSN
                                   TO WS-SWAPAUD-DSN
                               PERFORM 5100-READ-ONE-SWAP-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           CLOSE TEST-SWAP-FILE
           .

       5100-READ-ONE-SWAP-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SWAP-AUDIT-FILE
           IF WS-SWAPAUD-STATUS NOT = '00'
               CLOSE SWAP-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ SWAP-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 5200-COPY-ONE-SWAP
                   END-READ
               END-PERFORM
               CLOSE SWAP-AUDIT-FILE
           END-IF
           .

      * Same business-date basis (and timestamp fallback) as the
      * accrual pass above.
       5200-COPY-ONE-SWAP.
           ADD 1 TO WS-SWAP-READ
           MOVE ZERO TO WS-ENTRY-DATE
           IF SWAP-AUD-CYCLE-DATE IS NUMERIC
                   AND SWAP-AUD-CYCLE-DATE > ZERO
               MOVE SWAP-AUD-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF SWAP-AUD-TIMESTAMP (1:8) IS NUMERIC
                   MOVE SWAP-AUD-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE < LS-FROM-DATE
                   OR WS-ENTRY-DATE > LS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-SWAP-COUNT
           ADD SWAP-AUD-PRINCIPAL-AFTER TO WS-SRC-SWAP-PRINCIPAL
           ADD SWAP-AUD-INTEREST-AFTER  TO WS-SRC-SWAP-INTEREST
           MOVE SWAP-AUD-ACCOUNT-NUMBER TO WS-REAL-ACCOUNT
           MOVE 'SWAPAUD' TO WS-MAP-SOURCE
           PERFORM 8000-MAP-ACCOUNT
           MOVE WS-TEST-ACCOUNT TO SWAP-AUD-ACCOUNT-NUMBER
           MOVE SWAP-AUDIT-RECORD TO TEST-SWAP-RECORD
           WRITE TEST-SWAP-RECORD
           .

      * Read each test dataset back through the source layout - the
      * source FDs are re-pointed at the test datasets, the same way
      * the journal passes re-point them at cataloged generations.
       6000-PROVE-EXTRACT.
           MOVE WS-TEST-CUSTMAST-DSN TO WS-CUSTMAST-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CUSTOMER-MASTER-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TST-MAST-COUNT
                           ADD CUST-BALANCE-PRINCIPAL
                               TO WS-TST-MAST-PRINCIPAL
                           ADD CUST-BALANCE-INTEREST
                               TO WS-TST-MAST-INTEREST
                           ADD CUST-BALANCE-FEES
                               TO WS-TST-MAST-FEES
                           ADD CUST-BALANCE-TOTAL
                               TO WS-TST-MAST-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           IF WS-ADDRESS-COPIED
               MOVE WS-TEST-ADDRESS-DSN TO WS-ADDRESS-DSN
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT ADDRESS-MASTER-FILE
               IF WS-ADDRESS-STATUS NOT = '00'
                   CLOSE ADDRESS-MASTER-FILE
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ ADDRESS-MASTER-FILE
                           AT END SET WS-END-OF-FILE TO TRUE
                           NOT AT END ADD 1 TO WS-TST-ADDR-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE ADDRESS-MASTER-FILE
               END-IF
           END-IF

           MOVE WS-TEST-HISTORY-DSN TO WS-HISTORY-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ HISTORY-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TST-HIST-COUNT
                           ADD HIST-PRINCIPAL TO WS-TST-HIST-PRINCIPAL
                           ADD HIST-INTEREST  TO WS-TST-HIST-INTEREST
                           ADD HIST-FEES      TO WS-TST-HIST-FEES
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           MOVE WS-TEST-ACCRAUD-DSN TO WS-ACCRAUD-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ACCRUAL-AUDIT-FILE
           IF WS-ACCRAUD-STATUS NOT = '00'
               CLOSE ACCRUAL-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACCRUAL-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TST-ACCR-COUNT
                           ADD ACCR-INTEREST-ACCRUED
                               TO WS-TST-ACCR-INTEREST
                           ADD ACCR-FEE-CHARGED
                               TO WS-TST-ACCR-FEES
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-AUDIT-FILE
           END-IF

           MOVE WS-TEST-SWAPAUD-DSN TO WS-SWAPAUD-DSN
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SWAP-AUDIT-FILE
           IF WS-SWAPAUD-STATUS NOT = '00'
               CLOSE SWAP-AUDIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ SWAP-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TST-SWAP-COUNT
                           ADD SWAP-AUD-PRINCIPAL-AFTER
                               TO WS-TST-SWAP-PRINCIPAL
                           ADD SWAP-AUD-INTEREST-AFTER
                               TO WS-TST-SWAP-INTEREST
                   END-READ
               END-PERFORM
               CLOSE SWAP-AUDIT-FILE
           END-IF
           .

      * Columns: file 1-8, measure 10-25, source 27-44, test 46-63,
      * result from 66.
       7000-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'FUNDECLARE SUITE - MASKED TEST DATA EXTRACT'
                   '   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'JOURNAL RANGE ' LS-FROM-DATE ' - ' LS-TO-DATE
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE 'FILE'                 TO CONTROL-REPORT-LINE (1:4)
           MOVE 'MEASURE'              TO CONTROL-REPORT-LINE (10:7)
           MOVE 'SOURCE'               TO CONTROL-REPORT-LINE (39:6)
           MOVE 'TEST'                 TO CONTROL-REPORT-LINE (60:4)
           MOVE 'RESULT'               TO CONTROL-REPORT-LINE (66:6)
           WRITE CONTROL-REPORT-LINE
           MOVE ALL '-' TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE 'CUSTMAST' TO WS-ROW-FILE
           MOVE 'RECORDS' TO WS-ROW-MEASURE
           MOVE WS-SRC-MAST-COUNT TO WS-ROW-SOURCE
           MOVE WS-TST-MAST-COUNT TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'PRINCIPAL' TO WS-ROW-MEASURE
           MOVE WS-SRC-MAST-PRINCIPAL TO WS-ROW-SOURCE
           MOVE WS-TST-MAST-PRINCIPAL TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'INTEREST' TO WS-ROW-MEASURE
           MOVE WS-SRC-MAST-INTEREST TO WS-ROW-SOURCE
           MOVE WS-TST-MAST-INTEREST TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'FEES' TO WS-ROW-MEASURE
           MOVE WS-SRC-MAST-FEES TO WS-ROW-SOURCE
           MOVE WS-TST-MAST-FEES TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'TOTAL BALANCE' TO WS-ROW-MEASURE
           MOVE WS-SRC-MAST-TOTAL TO WS-ROW-SOURCE
           MOVE WS-TST-MAST-TOTAL TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW

           MOVE 'CUSTADDR' TO WS-ROW-FILE
           MOVE 'RECORDS' TO WS-ROW-MEASURE
           MOVE WS-SRC-ADDR-COUNT TO WS-ROW-SOURCE
           MOVE WS-TST-ADDR-COUNT TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW

           MOVE 'TRANHIST' TO WS-ROW-FILE
           MOVE 'RECORDS' TO WS-ROW-MEASURE
           MOVE WS-SRC-HIST-COUNT TO WS-ROW-SOURCE
           MOVE WS-TST-HIST-COUNT TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'PRINCIPAL' TO WS-ROW-MEASURE
           MOVE WS-SRC-HIST-PRINCIPAL TO WS-ROW-SOURCE
           MOVE WS-TST-HIST-PRINCIPAL TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'INTEREST' TO WS-ROW-MEASURE
           MOVE WS-SRC-HIST-INTEREST TO WS-ROW-SOURCE
           MOVE WS-TST-HIST-INTEREST TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'FEES' TO WS-ROW-MEASURE
           MOVE WS-SRC-HIST-FEES TO WS-ROW-SOURCE
           MOVE WS-TST-HIST-FEES TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW

           MOVE 'ACCRAUD' TO WS-ROW-FILE
           MOVE 'RECORDS' TO WS-ROW-MEASURE
           MOVE WS-SRC-ACCR-COUNT TO WS-ROW-SOURCE
           MOVE WS-TST-ACCR-COUNT TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'INTEREST ACCRUED' TO WS-ROW-MEASURE
           MOVE WS-SRC-ACCR-INTEREST TO WS-ROW-SOURCE
           MOVE WS-TST-ACCR-INTEREST TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'FEES CHARGED' TO WS-ROW-MEASURE
           MOVE WS-SRC-ACCR-FEES TO WS-ROW-SOURCE
           MOVE WS-TST-ACCR-FEES TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW

           MOVE 'SWAPAUD' TO WS-ROW-FILE
           MOVE 'RECORDS' TO WS-ROW-MEASURE
           MOVE WS-SRC-SWAP-COUNT TO WS-ROW-SOURCE
           MOVE WS-TST-SWAP-COUNT TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'PRINCIPAL AFTER' TO WS-ROW-MEASURE
           MOVE WS-SRC-SWAP-PRINCIPAL TO WS-ROW-SOURCE
           MOVE WS-TST-SWAP-PRINCIPAL TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW
           MOVE 'INTEREST AFTER' TO WS-ROW-MEASURE
           MOVE WS-SRC-SWAP-INTEREST TO WS-ROW-SOURCE
           MOVE WS-TST-SWAP-INTEREST TO WS-ROW-TEST
           PERFORM 7100-WRITE-PROOF-ROW

           MOVE ALL '-' TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-HIST-READ TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'TRANHIST RECORDS READ, ALL DATES     ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-ACCR-READ TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'ACCRAUD RECORDS READ, ALL DATES      ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-SWAP-READ TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'SWAPAUD RECORDS READ, ALL DATES      ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-ACCOUNTS-MAPPED TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'ACCOUNTS REMAPPED                    ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-MAPPED-OFF-MASTER TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING '  OF WHICH NOT ON THE MASTER         ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-WRITE-FAILURES TO WS-EDIT-COUNT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'TEST DATASET WRITE FAILURES          ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
      * A record that never reached its test dataset leaves a gap the
      * counts may not show - the extract is not proven either way.
           IF WS-WRITE-FAILURES > ZERO
               SET WS-PROOF-FAILED TO TRUE
           END-IF
           IF NOT WS-ADDRESS-COPIED
               MOVE '*** NO ADDRESS DETAIL FILE - CUSTADDR NOT COPIED'
                                       TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF
           IF WS-PROOF-FAILED
               MOVE '*** EXTRACT NOT PROVEN - DO NOT LOAD ***'
                                       TO CONTROL-REPORT-LINE
           ELSE
               MOVE 'EXTRACT PROVEN - ALL COUNTS AND TOTALS AGREE'
                                       TO CONTROL-REPORT-LINE
           END-IF
           WRITE CONTROL-REPORT-LINE
           CLOSE CONTROL-REPORT
           .

       7100-WRITE-PROOF-ROW.
           MOVE SPACES TO CONTROL-REPORT-LINE
           MOVE WS-ROW-FILE            TO CONTROL-REPORT-LINE (1:8)
           MOVE WS-ROW-MEASURE         TO CONTROL-REPORT-LINE (10:16)
           MOVE WS-ROW-SOURCE          TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO CONTROL-REPORT-LINE (27:18)
           MOVE WS-ROW-TEST            TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO CONTROL-REPORT-LINE (46:18)
           IF WS-ROW-SOURCE = WS-ROW-TEST
               MOVE 'AGREE'            TO CONTROL-REPORT-LINE (66:5)
           ELSE
               MOVE 'DIFFER'           TO CONTROL-REPORT-LINE (66:6)
               SET WS-PROOF-FAILED TO TRUE
           END-IF
           WRITE CONTROL-REPORT-LINE
           .

      * Look the real account up on the crosswalk; an account not
      * met before is given the next test account and recorded.
       8000-MAP-ACCOUNT.
           IF WS-REAL-ACCOUNT = ZERO
               MOVE ZERO TO WS-TEST-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REAL-ACCOUNT TO XWLK-REAL-ACCOUNT
           READ CROSSWALK-FILE
               INVALID KEY
                   PERFORM 8100-ADD-CROSSWALK
               NOT INVALID KEY
                   MOVE XWLK-TEST-ACCOUNT TO WS-TEST-ACCOUNT
           END-READ
           .

       8100-ADD-CROSSWALK.
           ADD 1 TO WS-NEXT-TEST-SEQUENCE
           COMPUTE WS-TEST-ACCOUNT
               = WS-TEST-ACCOUNT-BASE + WS-NEXT-TEST-SEQUENCE
           MOVE WS-REAL-ACCOUNT TO XWLK-REAL-ACCOUNT
           MOVE WS-TEST-ACCOUNT TO XWLK-TEST-ACCOUNT
           MOVE WS-MAP-SOURCE   TO XWLK-FIRST-SOURCE
           WRITE CROSSWALK-RECORD
               INVALID KEY
                   DISPLAY 'TESTDATAEXTRACT: CROSSWALK WRITE FAILED '
                       'FOR ' WS-REAL-ACCOUNT ' STATUS '
                       WS-CROSSWALK-STATUS
                   ADD 1 TO WS-WRITE-FAILURES
                   SET WS-CROSSWALK-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-MAPPED
                   IF WS-MAP-SOURCE NOT = 'CUSTMAST'
                       ADD 1 TO WS-MAPPED-OFF-MASTER
                   END-IF
           END-WRITE
           .
       END PROGRAM TestDataExtract.
