      *       ACCRAUD   interest accrued and fees charged,
      *       SWAPAUD   bucket deltas (after minus before - deltas
      *                 commute, so replay order cannot matter),
      *       CLSCHG    class changes from AccountReclassify's
      *                 journal, in append order (the last change
      *                 wins) - replayed ahead of the flag flips so a
      *                 reclassified account that later closed is
      *                 still on the rebuilt file when its change
      *                 lands,
      *       CUSTFLOG  status-flag flips in append order (last
      *                 flip wins, as it did live) - and a closure
      *                 flip journaled by AccountClosure replays the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-LOG-STATUS.

      * Class-change journal - all USAGE DISPLAY, never cut by
      * ArchiveCutover, so the live file is the whole history.
           SELECT CLASS-LOG-FILE ASSIGN TO WS-CLASS-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-LOG-STATUS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
       FD  FLAG-LOG-FILE.
       COPY CUSTFLOG.

       FD  CLASS-LOG-FILE.
       COPY CLSCHG.

       FD  CATALOG-FILE.
       COPY ARCHCAT.

       01  WS-FLAG-LOG-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.FLAGLOG'.
       01  WS-FLAG-LOG-STATUS          PIC X(02).
       01  WS-CLASS-LOG-DSN            PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.CLSLOG'.
       01  WS-CLASS-LOG-STATUS         PIC X(02).
       01  WS-CATALOG-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ARCHIVE.CAT'.
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-HIST-APPLIED             PIC 9(09) VALUE ZERO.
       01  WS-ACCR-APPLIED             PIC 9(09) VALUE ZERO.
       01  WS-SWAP-APPLIED             PIC 9(09) VALUE ZERO.
       01  WS-CLASS-APPLIED            PIC 9(09) VALUE ZERO.
       01  WS-FLAG-APPLIED             PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-PURGED          PIC 9(09) VALUE ZERO.
       01  WS-ORPHAN-ENTRIES           PIC 9(09) VALUE ZERO.
           PERFORM 2000-REPLAY-HISTORY
           PERFORM 3000-REPLAY-ACCRUALS
           PERFORM 3500-REPLAY-SWAPS
           PERFORM 3800-REPLAY-CLASS-CHANGES
           PERFORM 4000-REPLAY-FLAG-FLIPS
           PERFORM 5000-RECOMPUTE-AND-SUM

               ' HIST ' WS-HIST-APPLIED
               ' ACCR ' WS-ACCR-APPLIED
               ' SWAP ' WS-SWAP-APPLIED
               ' CLASS ' WS-CLASS-APPLIED
               ' FLAG ' WS-FLAG-APPLIED
               ' PURGED ' WS-ACCOUNTS-PURGED
               ' ORPHANS ' WS-ORPHAN-ENTRIES
           END-IF
           .

      * Class changes replay in the order AccountReclassify appended
      * them, dated by the cycle date each was applied under.
       3800-REPLAY-CLASS-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLASS-LOG-FILE
           IF WS-CLASS-LOG-STATUS NOT = '00'
               CLOSE CLASS-LOG-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CLASS-LOG-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 3900-APPLY-ONE-CLASS-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CLASS-LOG-FILE
           END-IF
           .

       3900-APPLY-ONE-CLASS-CHANGE.
           MOVE ZERO TO WS-ENTRY-DATE
           IF CLSC-CYCLE-DATE IS NUMERIC AND CLSC-CYCLE-DATE > ZERO
               MOVE CLSC-CYCLE-DATE TO WS-ENTRY-DATE
           ELSE
               IF CLSC-TIMESTAMP (1:8) IS NUMERIC
                   MOVE CLSC-TIMESTAMP (1:8) TO WS-ENTRY-DATE
               END-IF
           END-IF
           IF WS-ENTRY-DATE > LS-BACKUP-DATE
                   AND WS-ENTRY-DATE <= LS-RECOVERY-DATE
               MOVE CLSC-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
               READ REBUILD-MASTER-FILE
                   INVALID KEY
                       PERFORM 8000-COUNT-ORPHAN
                   NOT INVALID KEY
                       MOVE CLSC-NEW-CLASS TO CUST-ACCOUNT-CLASS
                       REWRITE CUSTOMER-MASTER-RECORD
                       ADD 1 TO WS-CLASS-APPLIED
               END-READ
           END-IF
           .

      * Flag flips replay in the order SetCustomerFlag appended them
      * - generations are cataloged oldest first and the live log
      * read last, so the last flip wins exactly as it did live.
