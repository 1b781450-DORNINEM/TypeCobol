      * applied outside the range. In-range accrual and swap totals
      * print as their own summary lines so opening + transactions +
      * adjustments visibly equals closing.
      * Class changes (AccountReclassify's journal,
      * FUNDECL.CUSTMAST.CLSLOG) dated inside the range print as
      * their own lines after the journal detail, old class to new -
      * they move no balance and stay out of the math, but a change
      * of product is something the customer is told about, and it
      * counts as activity for the cycle sweep.
      * Only POSTED entries move balances; parked/excepted entries are
      * printed with their disposition so the reader sees them, but
      * they never reached the master and are kept out of the math.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      * All CLSCHG.cpy fields are USAGE DISPLAY - LINE SEQUENTIAL.
           SELECT CLASS-LOG-FILE ASSIGN TO WS-CLASS-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-LOG-STATUS.

      * Operator-staged statement month - present only on a cycle run.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO WS-CYCLE-CTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CATALOG-FILE.
       COPY ARCHCAT.

       FD  CLASS-LOG-FILE.
       COPY CLSCHG.

       FD  CYCLE-CONTROL-FILE.
       01  STATEMENT-CYCLE-RECORD.
           05  STMTCYC-STATEMENT-MONTH PIC 9(06).
       01  WS-CATALOG-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ARCHIVE.CAT'.
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-CLASS-LOG-DSN            PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.CLSLOG'.
       01  WS-CLASS-LOG-STATUS         PIC X(02).
       01  WS-CYCLE-CTL-DSN            PIC X(80)
                                       VALUE 'FUNDECL.STMTCYCLE.CTL'.
       01  WS-CYCLE-CTL-STATUS         PIC X(02).
       01  WS-SEGMENT-MONTH            PIC X(06).
       01  WS-AUDIT-EOF-SWITCH         PIC X.
           88  WS-END-OF-AUDIT                   VALUE 'Y'.
      * Which per-record paragraph the class-change walk drives.
       01  WS-CLASS-PASS-SWITCH        PIC X.
           88  WS-CLASS-TOTALS-PASS              VALUE 'T'.
           88  WS-CLASS-PRINT-PASS               VALUE 'P'.
       01  WS-CATALOG-EOF-SWITCH       PIC X.
           88  WS-NO-MORE-CATALOG                VALUE 'Y'.
       01  WS-ENTRY-DATE               PIC 9(08).
           PERFORM 2500-SUM-ACCRUAL-FILE
           MOVE WS-SWAPAUD-BASE TO WS-SWAPAUD-DSN
           PERFORM 2600-SUM-SWAP-FILE
           SET WS-CLASS-TOTALS-PASS TO TRUE
           PERFORM 2900-WALK-CLASS-CHANGES
           .

       2500-SUM-ACCRUAL-FILE.
           END-IF
           .

      * The class-change journal is one live file (ArchiveCutover
      * never cuts it). Changes are dated by the cycle date they were
      * applied under; the totals pass only counts them as activity,
      * the print pass lists them.
       2900-WALK-CLASS-CHANGES.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           OPEN INPUT CLASS-LOG-FILE
           IF WS-CLASS-LOG-STATUS NOT = '00'
               CLOSE CLASS-LOG-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-AUDIT
                   READ CLASS-LOG-FILE
                       AT END SET WS-END-OF-AUDIT TO TRUE
                       NOT AT END PERFORM 2910-JUDGE-ONE-CLASS-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CLASS-LOG-FILE
           END-IF
           .

       2910-JUDGE-ONE-CLASS-CHANGE.
           IF CLSC-ACCOUNT-NUMBER = WS-STMT-ACCOUNT-NUMBER
                   AND CLSC-CYCLE-DATE IS NUMERIC
                   AND CLSC-CYCLE-DATE >= WS-STMT-FROM-DATE
                   AND CLSC-CYCLE-DATE <= WS-STMT-TO-DATE
               IF WS-CLASS-TOTALS-PASS
                   ADD 1 TO WS-RANGE-ACTIVITY-COUNT
               ELSE
                   PERFORM 5200-PRINT-ONE-CLASS-CHANGE
               END-IF
           END-IF
           .

      * Retained generations of both journals, found through the
      * archive catalog the way AuditInquiryExtract walks it.
       2700-WALK-CATALOG.
       5000-PRINT-DETAIL-PASS.
           SET WS-HISTORY-PRINT-PASS TO TRUE
           PERFORM 2800-WALK-HISTORY-SEGMENTS
           SET WS-CLASS-PRINT-PASS TO TRUE
           PERFORM 2900-WALK-CLASS-CHANGES
           .

       5100-PRINT-ONE-ENTRY.
           END-IF
           .

      * No amounts - a class change moves no balance.
       5200-PRINT-ONE-CLASS-CHANGE.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING CLSC-CYCLE-DATE ' ACCOUNT CLASS CHANGED FROM '
                   CLSC-OLD-CLASS ' TO ' CLSC-NEW-CLASS
                   DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           .

       6000-WRITE-CLOSING-LINE.
      * The balance movers that are not transaction lines - shown so
      * opening + transactions + adjustments visibly equals closing.
