      ******************************************************************
      * MasterIntegritySweep - weekly customer-master integrity and
      * cross-file referential sweep. Nothing checked the master
      * itself; a corrupted or inconsistent record was found only
      * when some step tripped over it, and since MasterRebuild can
      * put a master back from backup plus journals, a bad record can
      * be carried forward indefinitely. This sweep reads
      * FUNDECL.CUSTMAST.DAT end to end and reports every record
      * where:
      *   MI01 - CUST-BALANCE-TOTAL is not the sum of the principal,
      *          interest and fee buckets,
      *   MI02 - a status flag (closed, hold, dormant) holds a value
      *          neither of its 88 levels recognizes. A dormant flag
      *          of SPACE is a record from before the field existed -
      *          read as not dormant everywhere - and is not reported,
      *   MI03 - an open account's class has no RATETAB row in
      *          effect on the cycle date, the same latest-on-or-before
      *          rule AccrualPostBatch prices with (a closed account is
      *          never priced, so its class is not held to the table),
      *   MI04 - the customer name is blank,
      * then runs the cross-file checks against it:
      *   XF01 - a CUSTADDR record with no master account,
      *   XF02 - an account on both the live master and the closed-
      *          account archive FUNDECL.CUSTMAST.CLOSED,
      *   XF03 - a parked transaction (FUNDECL.TRANBAL.PARKED) for an
      *          account no longer on the master,
      *   XF04 - an open item on the suspense master whose batch put
      *          an out-of-balance entry on the TRANHIST journal for
      *          an account no longer on the master. Suspense items
      *          carry the batch, not the account; the journal's
      *          OUTOFBAL dispositions are what tie the two together.
      *          The journal is read from the month of the oldest open
      *          item forward, legacy tail and cataloged segments.
      *          A SWAPSUM-feed item (range id SWAPSUM) never reaches
      *          the journal; its account is the one SwapRequestDriver
      *          filed under the item's batch on the cross-reference
      *          FUNDECL.SUSPENSE.SWAPSUM.XREF (SWAPXREF.cpy). An open
      *          SWAPSUM item with no cross-reference entry, or one
      *          whose account is not numeric, cannot be checked and
      *          is listed and counted in the section as such.
      * Output is the exception report FUNDECL.INTEGRITY.RPT, one
      * section per check group with the category code on every line
      * and a closing count per category, so data problems are fixed
      * before month-end statements go out. Read-only throughout.
      * Return code: 0 clean, 4 exceptions reported, 16 the master
      * could not be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterIntegritySweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ADDRESS-MASTER-FILE ASSIGN TO WS-ADDRESS-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADDR-ACCOUNT-NUMBER
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO WS-RATE-TABLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.

      * SEQUENTIAL on the four below - each carries COMP-3 fields,
      * matching the organization its writer uses. The history DSN
      * is re-pointed across the legacy tail and cataloged segments.
           SELECT CLOSED-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PARKED-FILE ASSIGN TO WS-PARKED-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARKED-STATUS.

           SELECT SUSPENSE-MASTER-FILE ASSIGN TO WS-SUSP-MASTER-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-MASTER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SWAPSUM-XREF-FILE ASSIGN TO WS-SWAP-XREF-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWAP-XREF-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO WS-INTEGRITY-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  ADDRESS-MASTER-FILE.
       COPY CUSTADDR.

       FD  RATE-TABLE-FILE.
       COPY RATETAB.

      * Field-for-field mirror of CUSTMAST.cpy's key, class and name
      * bytes (X(65) overall) - the copybook already names the
      * indexed master's FD above.
       FD  CLOSED-ARCHIVE-FILE.
       01  CLOSED-ARCHIVE-RECORD.
           05  CARC-ACCOUNT-NUMBER     PIC 9(10).
           05  CARC-ACCOUNT-CLASS      PIC X(02).
           05  FILLER                  PIC X(22).
           05  CARC-CUSTOMER-NAME      PIC X(30).
           05  FILLER                  PIC X(01).

       FD  PARKED-FILE.
       COPY TRANBAL.

       FD  SUSPENSE-MASTER-FILE.
       COPY SUSPMAST.

       FD  HISTORY-FILE.
       COPY TRANHIST.

       FD  CATALOG-FILE.
       COPY ARCHCAT.

       FD  SWAPSUM-XREF-FILE.
       COPY SWAPXREF.

       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-ADDRESS-DSN              PIC X(80)
                                       VALUE 'FUNDECL.CUSTADDR.DAT'.
       01  WS-ADDRESS-STATUS           PIC X(02).
       01  WS-RATE-TABLE-DSN           PIC X(80)
                                       VALUE 'FUNDECL.RATETABLE.CTL'.
       01  WS-RATE-TABLE-STATUS        PIC X(02).
       01  WS-ARCHIVE-DSN              PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.CLOSED'.
       01  WS-ARCHIVE-STATUS           PIC X(02).
       01  WS-PARKED-DSN               PIC X(80)
                                       VALUE 'FUNDECL.TRANBAL.PARKED'.
       01  WS-PARKED-STATUS            PIC X(02).
       01  WS-SUSP-MASTER-DSN          PIC X(80)
                                       VALUE 'FUNDECL.SUSPENSE.MASTER'.
       01  WS-SUSP-MASTER-STATUS       PIC X(02).
       01  WS-HISTORY-DSN              PIC X(80)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-TRANHIST-BASE            PIC X(30)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-CATALOG-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ARCHIVE.CAT'.
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-SWAP-XREF-DSN            PIC X(80)
                                VALUE 'FUNDECL.SUSPENSE.SWAPSUM.XREF'.
       01  WS-SWAP-XREF-STATUS         PIC X(02).
       01  WS-INTEGRITY-DSN            PIC X(80)
                                       VALUE 'FUNDECL.INTEGRITY.RPT'.
       01  WS-INTEGRITY-STATUS         PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH       PIC X.
           88  WS-END-OF-HISTORY                 VALUE 'Y'.
       01  WS-CATALOG-EOF-SWITCH       PIC X.
           88  WS-NO-MORE-CATALOG                VALUE 'Y'.
       01  WS-ON-MASTER-SWITCH         PIC X.
           88  WS-ON-MASTER                      VALUE 'Y'.
       01  WS-RATE-FOUND-SWITCH        PIC X.
           88  WS-RATE-FOUND                     VALUE 'Y'.
       01  WS-BATCH-FOUND-SWITCH       PIC X.
           88  WS-BATCH-FOUND                    VALUE 'Y'.
       01  WS-RATE-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  WS-RATE-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-PROBE-ACCOUNT            PIC 9(10).
       01  WS-PROBE-BATCH              PIC X(08).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-MATCH-SUB                PIC 9(04) COMP.
       01  WS-BUCKET-SUM               PIC S9(11) COMP-3.
       01  WS-OLDEST-OPEN-DATE         PIC X(08).
       01  WS-SEGMENT-MONTH            PIC X(06).
       01  WS-EXCEPTION-CODE           PIC X(04).
       01  WS-EXCEPTION-ACCOUNT        PIC 9(10).
       01  WS-EXCEPTION-TEXT           PIC X(70).

       01  WS-ACCOUNTS-READ            PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS         PIC 9(09) VALUE ZERO.
      * One count per category, in report order MI01-MI04, XF01-XF04.
       01  WS-CATEGORY-NAMES.
           05  FILLER                  PIC X(44) VALUE
               'MI01BALANCE TOTAL NOT SUM OF BUCKETS        '.
           05  FILLER                  PIC X(44) VALUE
               'MI02STATUS FLAG VALUE NOT RECOGNIZED        '.
           05  FILLER                  PIC X(44) VALUE
               'MI03NO RATE TABLE ROW IN EFFECT FOR CLASS   '.
           05  FILLER                  PIC X(44) VALUE
               'MI04CUSTOMER NAME BLANK                     '.
           05  FILLER                  PIC X(44) VALUE
               'XF01ADDRESS RECORD WITH NO MASTER ACCOUNT   '.
           05  FILLER                  PIC X(44) VALUE
               'XF02ACCOUNT ON LIVE MASTER AND CLOSED FILE  '.
           05  FILLER                  PIC X(44) VALUE
               'XF03PARKED ITEM FOR ACCOUNT NOT ON MASTER   '.
           05  FILLER                  PIC X(44) VALUE
               'XF04OPEN SUSPENSE ITEM, ACCT NOT ON MASTER  '.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-ENTRY OCCURS 8 TIMES.
               10  WS-CATEGORY-CODE    PIC X(04).
               10  WS-CATEGORY-TITLE   PIC X(40).
       01  WS-CATEGORY-COUNTS.
           05  WS-CATEGORY-COUNT       PIC 9(09) OCCURS 8 TIMES.

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-1            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-2            PIC -ZZZ,ZZZ,ZZ9.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-TYPE        PIC X(01).
               10  WS-RATE-SUBTYPE     PIC X(01).
               10  WS-RATE-EFFECTIVE   PIC 9(08).

      * Batch ids of the open suspense items, each with the first
      * open item number it was seen on.
       01  WS-OPEN-BATCH-TABLE.
           05  WS-OPEN-BATCH-COUNT     PIC 9(04) COMP VALUE ZERO.
           05  WS-OPEN-BATCH-ENTRY OCCURS 1000 TIMES.
               10  WS-OPEN-BATCH-ID    PIC X(08).
               10  WS-OPEN-ITEM-NUMBER PIC 9(09).

      * Open SWAPSUM-feed items, checked against the cross-reference
      * instead of the journal.
       01  WS-SWAP-ITEM-TABLE.
           05  WS-SWAP-ITEM-COUNT      PIC 9(04) COMP VALUE ZERO.
           05  WS-SWAP-ITEM-ENTRY OCCURS 1000 TIMES.
               10  WS-SWAP-ITEM-BATCH  PIC X(08).
               10  WS-SWAP-ITEM-NUMBER PIC 9(09).
               10  WS-SWAP-ITEM-CHECKED-SWITCH PIC X.
                   88  WS-SWAP-ITEM-CHECKED      VALUE 'Y'.
       01  WS-SWAP-SUSPENSE-ID         PIC X(08) VALUE 'SWAPSUM'.
       01  WS-SWAP-NOT-CHECKABLE       PIC 9(09) VALUE ZERO.

       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG
           INITIALIZE WS-CATEGORY-COUNTS

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'MASTERINTEGRITYSWEEP: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-RATE-TABLE
           OPEN OUTPUT INTEGRITY-REPORT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'FUNDECLARE SUITE - CUSTOMER MASTER INTEGRITY SWEEP'
                   '   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE

           PERFORM 2000-SWEEP-MASTER
           PERFORM 3000-CHECK-ADDRESSES
           PERFORM 4000-CHECK-CLOSED-ARCHIVE
           PERFORM 5000-CHECK-PARKED-ITEMS
           PERFORM 6000-CHECK-OPEN-SUSPENSE
           PERFORM 8000-WRITE-SUMMARY

           CLOSE INTEGRITY-REPORT
           CLOSE CUSTOMER-MASTER-FILE

           DISPLAY 'MASTERINTEGRITYSWEEP: ' WS-ACCOUNTS-READ
               ' ACCOUNTS SWEPT, ' WS-TOTAL-EXCEPTIONS
               ' EXCEPTION(S) ON ' WS-INTEGRITY-DSN
           IF WS-TOTAL-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       1000-LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS NOT = '00'
               CLOSE RATE-TABLE-FILE
               DISPLAY 'MASTERINTEGRITYSWEEP: NO RATE TABLE ON '
                   WS-RATE-TABLE-DSN ' - EVERY OPEN CLASS REPORTS'
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-TABLE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF
           IF WS-RATE-TABLE-OVERFLOWED
               DISPLAY 'MASTERINTEGRITYSWEEP: RATE TABLE OVER 100 '
                   'ROWS - LATER ROWS NOT LOADED'
           END-IF
           .

       1100-LOAD-ONE-RATE.
           IF WS-RATE-COUNT >= 100
               SET WS-RATE-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE RATE-ACCOUNT-TYPE
                   TO WS-RATE-TYPE (WS-RATE-COUNT)
               MOVE RATE-ACCOUNT-SUBTYPE
                   TO WS-RATE-SUBTYPE (WS-RATE-COUNT)
      * Rows from before the table carried an effective date read as
      * SPACES there - effective from day zero, as they always were.
               IF RATE-EFFECTIVE-DATE IS NUMERIC
                   MOVE RATE-EFFECTIVE-DATE
                       TO WS-RATE-EFFECTIVE (WS-RATE-COUNT)
               ELSE
                   MOVE ZERO TO WS-RATE-EFFECTIVE (WS-RATE-COUNT)
               END-IF
           END-IF
           .

       2000-SWEEP-MASTER.
           MOVE 'MASTER RECORD CHECKS' TO WS-EXCEPTION-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2100-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM
           .

       2100-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE CUST-ACCOUNT-NUMBER TO WS-EXCEPTION-ACCOUNT

           COMPUTE WS-BUCKET-SUM = CUST-BALANCE-PRINCIPAL
               + CUST-BALANCE-INTEREST + CUST-BALANCE-FEES
           IF CUST-BALANCE-TOTAL NOT = WS-BUCKET-SUM
               MOVE CUST-BALANCE-TOTAL TO WS-EDIT-AMOUNT-1
               MOVE WS-BUCKET-SUM      TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'TOTAL ' WS-EDIT-AMOUNT-1
                       '  BUCKETS SUM TO ' WS-EDIT-AMOUNT-2
                       DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               MOVE 'MI01' TO WS-EXCEPTION-CODE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF

           IF NOT CUST-ACCOUNT-CLOSED AND NOT CUST-ACCOUNT-NOT-CLOSED
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'CLOSED FLAG HOLDS ''' CUST-ACCOUNT-CLOSED-FLAG
                       '''' DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               MOVE 'MI02' TO WS-EXCEPTION-CODE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           IF NOT CUST-ACCOUNT-ON-HOLD AND NOT CUST-ACCOUNT-NOT-ON-HOLD
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'HOLD FLAG HOLDS ''' CUST-ACCOUNT-ON-HOLD-FLAG
                       '''' DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               MOVE 'MI02' TO WS-EXCEPTION-CODE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           IF NOT CUST-ACCOUNT-DORMANT AND NOT CUST-ACCOUNT-NOT-DORMANT
                   AND CUST-ACCOUNT-DORMANT-FLAG NOT = SPACE
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'DORMANT FLAG HOLDS '''
                       CUST-ACCOUNT-DORMANT-FLAG
                       '''' DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               MOVE 'MI02' TO WS-EXCEPTION-CODE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF

           IF NOT CUST-ACCOUNT-CLOSED
               PERFORM 2200-FIND-RATE-IN-EFFECT
               IF NOT WS-RATE-FOUND
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'CLASS ' CUST-ACCOUNT-CLASS
                           ' HAS NO RATE ROW EFFECTIVE ON OR BEFORE '
                           WS-TODAY-DATE
                           DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                   MOVE 'MI03' TO WS-EXCEPTION-CODE
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-IF

           IF CUST-CUSTOMER-NAME = SPACES OR LOW-VALUES
               MOVE 'CUSTOMER NAME IS BLANK' TO WS-EXCEPTION-TEXT
               MOVE 'MI04' TO WS-EXCEPTION-CODE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           .

      * Any row for the class effective on or before the cycle date
      * is a row in effect - which one wins is AccrualPostBatch's
      * business, not this check's.
       2200-FIND-RATE-IN-EFFECT.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT OR WS-RATE-FOUND
               IF WS-RATE-TYPE (WS-SUB) = CUST-ACCOUNT-TYPE
                       AND WS-RATE-SUBTYPE (WS-SUB)
                           = CUST-ACCOUNT-SUBTYPE
                       AND WS-RATE-EFFECTIVE (WS-SUB) <= WS-TODAY-DATE
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       2900-PROBE-MASTER.
           MOVE 'N' TO WS-ON-MASTER-SWITCH
           MOVE WS-PROBE-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ
           .

       3000-CHECK-ADDRESSES.
           MOVE 'ADDRESS FILE CHECKS' TO WS-EXCEPTION-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-ADDRESS-STATUS NOT = '00'
               CLOSE ADDRESS-MASTER-FILE
               MOVE 'NO ADDRESS FILE ON FILE - NOT CHECKED'
                   TO WS-EXCEPTION-TEXT
               PERFORM 7200-WRITE-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ADDRESS-MASTER-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ADDR-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
                       PERFORM 2900-PROBE-MASTER
                       IF NOT WS-ON-MASTER
                           MOVE WS-PROBE-ACCOUNT
                               TO WS-EXCEPTION-ACCOUNT
                           MOVE 'ADDRESS RECORD, NO MASTER ACCOUNT'
                               TO WS-EXCEPTION-TEXT
                           MOVE 'XF01' TO WS-EXCEPTION-CODE
                           PERFORM 7000-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-MASTER-FILE
           .

       4000-CHECK-CLOSED-ARCHIVE.
           MOVE 'CLOSED-ACCOUNT ARCHIVE CHECKS' TO WS-EXCEPTION-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLOSED-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               CLOSE CLOSED-ARCHIVE-FILE
               MOVE 'NO CLOSED-ACCOUNT ARCHIVE ON FILE - NOT CHECKED'
                   TO WS-EXCEPTION-TEXT
               PERFORM 7200-WRITE-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CLOSED-ARCHIVE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE CARC-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
                       PERFORM 2900-PROBE-MASTER
                       IF WS-ON-MASTER
                           MOVE WS-PROBE-ACCOUNT
                               TO WS-EXCEPTION-ACCOUNT
                           MOVE SPACES TO WS-EXCEPTION-TEXT
                           STRING 'ON LIVE MASTER AND ARCHIVED AS '
                                   'CLOSED (' CARC-CUSTOMER-NAME ')'
                                   DELIMITED BY SIZE
                               INTO WS-EXCEPTION-TEXT
                           MOVE 'XF02' TO WS-EXCEPTION-CODE
                           PERFORM 7000-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-ARCHIVE-FILE
           .

       5000-CHECK-PARKED-ITEMS.
           MOVE 'PARKED TRANSACTION CHECKS' TO WS-EXCEPTION-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARKED-FILE
           IF WS-PARKED-STATUS NOT = '00'
               CLOSE PARKED-FILE
               MOVE 'NO PARKED ITEMS ON FILE' TO WS-EXCEPTION-TEXT
               PERFORM 7200-WRITE-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PARKED-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE TRANB-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
                       PERFORM 2900-PROBE-MASTER
                       IF NOT WS-ON-MASTER
                           MOVE WS-PROBE-ACCOUNT
                               TO WS-EXCEPTION-ACCOUNT
                           MOVE SPACES TO WS-EXCEPTION-TEXT
                           STRING 'PARKED ITEM FROM BATCH '
                                   TRANB-BATCH-ID
                                   ', ACCOUNT NOT ON MASTER'
                                   DELIMITED BY SIZE
                               INTO WS-EXCEPTION-TEXT
                           MOVE 'XF03' TO WS-EXCEPTION-CODE
                           PERFORM 7000-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARKED-FILE
           .

      * Open items' batches first, then the SWAPSUM-feed items against
      * their cross-reference, then one walk of the journal from the
      * oldest open item's month forward for the other batches'
      * out-of-balance entries.
       6000-CHECK-OPEN-SUSPENSE.
           MOVE 'OPEN SUSPENSE ITEM CHECKS' TO WS-EXCEPTION-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING
           MOVE HIGH-VALUES TO WS-OLDEST-OPEN-DATE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-MASTER-FILE
           IF WS-SUSP-MASTER-STATUS NOT = '00'
               CLOSE SUSPENSE-MASTER-FILE
               MOVE 'NO SUSPENSE MASTER ON FILE' TO WS-EXCEPTION-TEXT
               PERFORM 7200-WRITE-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SUSPENSE-MASTER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 6100-NOTE-OPEN-ITEM
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-MASTER-FILE

           IF WS-OPEN-BATCH-COUNT = ZERO AND WS-SWAP-ITEM-COUNT = ZERO
               MOVE 'NO OPEN SUSPENSE ITEMS' TO WS-EXCEPTION-TEXT
               PERFORM 7200-WRITE-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-SWAP-ITEM-COUNT > ZERO
               PERFORM 6500-CHECK-SWAPSUM-ITEMS
           END-IF
           IF WS-OPEN-BATCH-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRANHIST-BASE TO WS-HISTORY-DSN
           PERFORM 6300-READ-ONE-HISTORY-FILE
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               CLOSE CATALOG-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-CATALOG
                   READ CATALOG-FILE
                       AT END SET WS-NO-MORE-CATALOG TO TRUE
                       NOT AT END PERFORM 6200-JUDGE-ONE-SEGMENT
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           .

       6100-NOTE-OPEN-ITEM.
           IF NOT SUSP-M-OPEN
               EXIT PARAGRAPH
           END-IF
           IF SUSP-M-RANGE-ID = WS-SWAP-SUSPENSE-ID
               PERFORM 6150-NOTE-SWAPSUM-ITEM
               EXIT PARAGRAPH
           END-IF
           IF SUSP-M-TIMESTAMP (1:8) < WS-OLDEST-OPEN-DATE
               MOVE SUSP-M-TIMESTAMP (1:8) TO WS-OLDEST-OPEN-DATE
           END-IF
           MOVE SUSP-M-BATCH-ID TO WS-PROBE-BATCH
           PERFORM 6900-FIND-OPEN-BATCH
           IF NOT WS-BATCH-FOUND
               IF WS-OPEN-BATCH-COUNT >= 1000
                   DISPLAY 'MASTERINTEGRITYSWEEP: OVER 1000 OPEN '
                       'SUSPENSE BATCHES - BATCH ' SUSP-M-BATCH-ID
                       ' NOT CHECKED'
               ELSE
                   ADD 1 TO WS-OPEN-BATCH-COUNT
                   MOVE SUSP-M-BATCH-ID
                       TO WS-OPEN-BATCH-ID (WS-OPEN-BATCH-COUNT)
                   MOVE SUSP-M-ITEM-NUMBER
                       TO WS-OPEN-ITEM-NUMBER (WS-OPEN-BATCH-COUNT)
               END-IF
           END-IF
           .

       6150-NOTE-SWAPSUM-ITEM.
           IF WS-SWAP-ITEM-COUNT >= 1000
               DISPLAY 'MASTERINTEGRITYSWEEP: OVER 1000 OPEN '
                   'SWAPSUM ITEMS - ITEM ' SUSP-M-ITEM-NUMBER
                   ' NOT CHECKED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SWAP-ITEM-COUNT
           MOVE SUSP-M-BATCH-ID
               TO WS-SWAP-ITEM-BATCH (WS-SWAP-ITEM-COUNT)
           MOVE SUSP-M-ITEM-NUMBER
               TO WS-SWAP-ITEM-NUMBER (WS-SWAP-ITEM-COUNT)
           MOVE 'N' TO WS-SWAP-ITEM-CHECKED-SWITCH (WS-SWAP-ITEM-COUNT)
           .

       6200-JUDGE-ONE-SEGMENT.
           IF ARCH-BASE-DSN = WS-TRANHIST-BASE
               MOVE ARCH-CYCLE-DATE (1:6) TO WS-SEGMENT-MONTH
               IF WS-SEGMENT-MONTH >= WS-OLDEST-OPEN-DATE (1:6)
                   MOVE SPACES TO WS-HISTORY-DSN
                   MOVE ARCH-GENERATION-DSN TO WS-HISTORY-DSN
                   PERFORM 6300-READ-ONE-HISTORY-FILE
               END-IF
           END-IF
           .

       6300-READ-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-HISTORY
                   READ HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                       NOT AT END PERFORM 6400-CHECK-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

       6400-CHECK-ONE-ENTRY.
           IF NOT HIST-OUT-OF-BALANCE
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-BATCH-ID TO WS-PROBE-BATCH
           PERFORM 6900-FIND-OPEN-BATCH
           IF NOT WS-BATCH-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-PROBE-MASTER
           IF NOT WS-ON-MASTER
               MOVE WS-PROBE-ACCOUNT TO WS-EXCEPTION-ACCOUNT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'OPEN SUSPENSE ITEM '
                       WS-OPEN-ITEM-NUMBER (WS-MATCH-SUB)
                       ' BATCH ' HIST-BATCH-ID
                       ' CYCLE ' HIST-CYCLE-DATE
                       DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               MOVE 'XF04' TO WS-EXCEPTION-CODE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           .

      * Every cross-reference entry under an open item's batch is
      * held to the master; whatever is left unmatched afterwards is
      * listed as not checkable.
       6500-CHECK-SWAPSUM-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SWAPSUM-XREF-FILE
           IF WS-SWAP-XREF-STATUS NOT = '00'
               CLOSE SWAPSUM-XREF-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ SWAPSUM-XREF-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 6600-CHECK-ONE-XREF
                   END-READ
               END-PERFORM
               CLOSE SWAPSUM-XREF-FILE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SWAP-ITEM-COUNT
               IF NOT WS-SWAP-ITEM-CHECKED (WS-SUB)
                   ADD 1 TO WS-SWAP-NOT-CHECKABLE
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'SWAPSUM ITEM ' WS-SWAP-ITEM-NUMBER (WS-SUB)
                           ' BATCH ' WS-SWAP-ITEM-BATCH (WS-SUB)
                           ' - NO ACCOUNT, NOT CHECKABLE'
                           DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                   PERFORM 7200-WRITE-NOTE
               END-IF
           END-PERFORM
           IF WS-SWAP-NOT-CHECKABLE > ZERO
               MOVE WS-SWAP-NOT-CHECKABLE TO WS-EDIT-COUNT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'OPEN SWAPSUM ITEMS NOT CHECKABLE  '
                       WS-EDIT-COUNT
                       DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM 7200-WRITE-NOTE
           END-IF
           .

       6600-CHECK-ONE-XREF.
           IF SXRF-ACCOUNT-NUMBER IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BATCH-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SWAP-ITEM-COUNT
               IF WS-SWAP-ITEM-BATCH (WS-SUB) = SXRF-BATCH-ID
                   IF NOT WS-BATCH-FOUND
                       SET WS-BATCH-FOUND TO TRUE
                       MOVE WS-SUB TO WS-MATCH-SUB
                   END-IF
                   SET WS-SWAP-ITEM-CHECKED (WS-SUB) TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BATCH-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SXRF-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-PROBE-MASTER
           IF NOT WS-ON-MASTER
               MOVE WS-PROBE-ACCOUNT TO WS-EXCEPTION-ACCOUNT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'OPEN SUSPENSE ITEM '
                       WS-SWAP-ITEM-NUMBER (WS-MATCH-SUB)
                       ' BATCH ' SXRF-BATCH-ID
                       ' CYCLE ' SXRF-CYCLE-DATE
                       ' SWAPSUM'
                       DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               MOVE 'XF04' TO WS-EXCEPTION-CODE
               PERFORM 7000-WRITE-EXCEPTION
           END-IF
           .

       6900-FIND-OPEN-BATCH.
           MOVE 'N' TO WS-BATCH-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPEN-BATCH-COUNT OR WS-BATCH-FOUND
               IF WS-OPEN-BATCH-ID (WS-SUB) = WS-PROBE-BATCH
                   SET WS-BATCH-FOUND TO TRUE
                   MOVE WS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM
           .

       7000-WRITE-EXCEPTION.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
               IF WS-CATEGORY-CODE (WS-SUB) = WS-EXCEPTION-CODE
                   ADD 1 TO WS-CATEGORY-COUNT (WS-SUB)
               END-IF
           END-PERFORM
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING WS-EXCEPTION-CODE '  ' WS-EXCEPTION-ACCOUNT '  '
                   WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           .

       7100-WRITE-SECTION-HEADING.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE WS-EXCEPTION-TEXT TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE ALL '-' TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           .

       7200-WRITE-NOTE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING '      ' WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           .

       8000-WRITE-SUMMARY.
           MOVE 'EXCEPTION COUNTS BY CATEGORY' TO WS-EXCEPTION-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
               MOVE WS-CATEGORY-COUNT (WS-SUB) TO WS-EDIT-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING WS-CATEGORY-CODE (WS-SUB) '  '
                       WS-CATEGORY-TITLE (WS-SUB) '  ' WS-EDIT-COUNT
                       DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-PERFORM
           MOVE WS-ACCOUNTS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'MASTER ACCOUNTS SWEPT                         '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE WS-TOTAL-EXCEPTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'TOTAL EXCEPTIONS                              '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           .
       END PROGRAM MasterIntegritySweep.
