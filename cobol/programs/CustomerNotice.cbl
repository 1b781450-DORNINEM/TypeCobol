      ******************************************************************
      * CustomerNotice - nightly customer notice step. When an account
      * went on hold, the dormancy sweep flagged it, AccountClosure
      * purged it, or RateChangeEdit put a new rate on the customer's
      * class, the customer heard nothing from us and customer
      * service took the calls. This step finds the day's events and
      * writes one letter record per event (NOTICE.cpy) to
      * FUNDECL.NOTICE.DAT for the print/mail vendor:
      *   - the day's FLAG-CHANGE-LOG-RECORDs (FUNDECL.CUSTMAST.FLAGLOG,
      *     dated by FLOG-CYCLE-DATE, the timestamp date for records
      *     from before the field existed) - hold placed/released,
      *     dormant/reactivated, closed/reopened, one letter per
      *     account and flag for where the day left it; a flip
      *     reversed on the same cycle nets out to none. Closure
      *     activity rides the same log: AccountClosure journals its
      *     flip through SetCustomerFlag before it purges the account,
      *     and the purged account's name is found on the closed-
      *     account archive FUNDECL.CUSTMAST.CLOSED instead of the
      *     master,
      *   - the day's RATE-CHANGE-LOG-RECORDs (FUNDECL.RATECHG.LOG,
      *     journaled by RateChangeEdit, dated by RCHG-CYCLE-DATE or
      *     the timestamp date the same way) - one RATE notice to
      *     every open account in the changed class, carrying the
      *     old and new rate and fee and the date the change takes
      *     effect, so the customer hears before it bites.
      * Name comes from CUSTMAST, the mailing block from the address
      * detail file (CUSTADDR.cpy). An account with no usable address
      * on file - no record, or a blank first line - is not skipped:
      * it goes to the cannot-notify list FUNDECL.NONOTIFY.RPT with
      * the notice it missed, and the step ends RC 4 so somebody
      * chases the address.
      * The letter file is written fresh every night.
      *
      * SEQUENCE CONSTRAINT: run this step AFTER every step that can
      * flip a flag or change a rate on the cycle (DormancySweep,
      * AccountClosure, RateChangeEdit) and AHEAD of ArchiveCutover,
      * which restarts the flag-change log empty at cycle end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerNotice.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ACCOUNT-NUMBER
               FILE STATUS IS WS-ADDRESS-STATUS.

      * SEQUENTIAL - the archived records keep the full CUSTMAST.cpy
      * shape, COMP-3 balances included; matches AccountClosure.
           SELECT CLOSED-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      * LINE SEQUENTIAL - CUSTFLOG.cpy and RATECHG.cpy are all USAGE
      * DISPLAY; matches SetCustomerFlag.cbl and RateChangeEdit.cbl.
           SELECT FLAG-LOG-FILE ASSIGN TO WS-FLAG-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-LOG-STATUS.

           SELECT RATE-LOG-FILE ASSIGN TO WS-RATE-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-LOG-STATUS.

      * All NOTICE.cpy fields are USAGE DISPLAY - LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO WS-NOTICE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO WS-EXCEPTION-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  ADDRESS-MASTER-FILE.
       COPY CUSTADDR.

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

       FD  FLAG-LOG-FILE.
       COPY CUSTFLOG.

       FD  RATE-LOG-FILE.
       COPY RATECHG.

       FD  NOTICE-FILE.
       COPY NOTICE.

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-ADDRESS-DSN              PIC X(80)
                                       VALUE 'FUNDECL.CUSTADDR.DAT'.
       01  WS-ADDRESS-STATUS           PIC X(02).
       01  WS-ARCHIVE-DSN              PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.CLOSED'.
       01  WS-ARCHIVE-STATUS           PIC X(02).
       01  WS-FLAG-LOG-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.FLAGLOG'.
       01  WS-FLAG-LOG-STATUS          PIC X(02).
       01  WS-RATE-LOG-DSN             PIC X(80)
                                       VALUE 'FUNDECL.RATECHG.LOG'.
       01  WS-RATE-LOG-STATUS          PIC X(02).
       01  WS-NOTICE-DSN               PIC X(80)
                                       VALUE 'FUNDECL.NOTICE.DAT'.
       01  WS-NOTICE-STATUS            PIC X(02).
       01  WS-EXCEPTION-DSN            PIC X(80)
                                       VALUE 'FUNDECL.NONOTIFY.RPT'.
       01  WS-EXCEPTION-STATUS         PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-ADDRESS-OPEN-SWITCH      PIC X VALUE 'N'.
           88  WS-ADDRESS-FILE-OPEN              VALUE 'Y'.
       01  WS-ADDRESS-FOUND-SWITCH     PIC X.
           88  WS-ADDRESS-FOUND                  VALUE 'Y'.
       01  WS-NAME-FOUND-SWITCH        PIC X.
           88  WS-NAME-FOUND                     VALUE 'Y'.
       01  WS-RATE-MATCH-SWITCH        PIC X.
           88  WS-RATE-MATCHED                   VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-ENTRY-DATE               PIC 9(08).
       01  WS-SUB                      PIC 9(04) COMP.

      * The notice being built - filled by whichever event produced
      * it, then handed to 5000 for the address and the write.
       01  WS-NOTICE-TYPE              PIC X(04).
       01  WS-NOTICE-FLAG-NAME         PIC X(12).
       01  WS-NOTICE-FLAG-VALUE        PIC X(01).
       01  WS-NOTICE-ACCOUNT           PIC 9(10).
       01  WS-NOTICE-CLASS             PIC X(02).
       01  WS-NOTICE-NAME              PIC X(30).
       01  WS-NOTICE-EVENT-DATE        PIC 9(08).
       01  WS-NOTICE-DETAIL            PIC X(28).
       01  WS-NOTICE-RATE-DETAIL REDEFINES WS-NOTICE-DETAIL.
           05  WS-NOTICE-OLD-RATE      PIC 9(01)V9(06).
           05  WS-NOTICE-NEW-RATE      PIC 9(01)V9(06).
           05  WS-NOTICE-OLD-FEE       PIC 9(07).
           05  WS-NOTICE-NEW-FEE       PIC 9(07).
       01  WS-EXCEPTION-REASON         PIC X(30).

       01  WS-FLAG-EVENTS-READ         PIC 9(09) VALUE ZERO.
       01  WS-RATE-CHANGES-TODAY       PIC 9(09) VALUE ZERO.
       01  WS-NOTICES-WRITTEN          PIC 9(09) VALUE ZERO.
       01  WS-NOTICES-NOT-SENT         PIC 9(09) VALUE ZERO.

      * The day's accepted rate changes, one row per class changed.
       01  WS-RATE-CHANGE-TABLE.
           05  WS-RCHG-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-RCHG-ENTRY OCCURS 100 TIMES.
               10  WS-RCHG-TYPE        PIC X(01).
               10  WS-RCHG-SUBTYPE     PIC X(01).
               10  WS-RCHG-OLD-RATE    PIC 9(01)V9(06).
               10  WS-RCHG-NEW-RATE    PIC 9(01)V9(06).
               10  WS-RCHG-OLD-FEE     PIC 9(07).
               10  WS-RCHG-NEW-FEE     PIC 9(07).
               10  WS-RCHG-EFFECTIVE   PIC 9(08).

      * The day's notifiable flag flips, one row per account and
      * flag: the value before the first flip and after the last.
      * AccountClosure's archive-failure rollback journals a closure
      * and its reversal on the same cycle; netted here, the pair
      * leaves the flag where it started and no letter goes out.
       01  WS-FLIP-TABLE.
           05  WS-FLIP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-FLIP-ENTRY OCCURS 5000 TIMES.
               10  WS-FLIP-ACCOUNT     PIC 9(10).
               10  WS-FLIP-FLAG-NAME   PIC X(12).
               10  WS-FLIP-FIRST-OLD   PIC X(01).
               10  WS-FLIP-LAST-NEW    PIC X(01).
       01  WS-FLIP-SUB                 PIC 9(04) COMP.
       01  WS-FLIP-FOUND-SWITCH        PIC X.
           88  WS-FLIP-FOUND                     VALUE 'Y'.
       01  WS-FLIPS-NETTED             PIC 9(09) VALUE ZERO.

      * Processing date comes from the business calendar through
      * CycleDateService, not the system clock - an after-midnight
      * rerun still books to the intended business day.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTOMERNOTICE: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * No address file at all still runs - every notice then lands
      * on the cannot-notify list rather than vanishing.
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-ADDRESS-STATUS = '00'
               SET WS-ADDRESS-FILE-OPEN TO TRUE
           ELSE
               CLOSE ADDRESS-MASTER-FILE
               DISPLAY 'CUSTOMERNOTICE: NO ADDRESS DETAIL FILE ON '
                   WS-ADDRESS-DSN ' STATUS ' WS-ADDRESS-STATUS
           END-IF

           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'CUSTOMER NOTICES - CANNOT NOTIFY   CYCLE '
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE ALL '-' TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

      * Rate notices first - the class sweep reads the master from
      * the top, before the flag events position it at random.
           PERFORM 1000-LOAD-RATE-CHANGES
           IF WS-RCHG-COUNT > ZERO
               PERFORM 2000-SWEEP-FOR-RATE-NOTICES
           END-IF
           PERFORM 3000-READ-FLAG-EVENTS

           CLOSE NOTICE-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-ADDRESS-FILE-OPEN
               CLOSE ADDRESS-MASTER-FILE
           END-IF

           DISPLAY 'CUSTOMERNOTICE: FLAG EVENTS ' WS-FLAG-EVENTS-READ
               ' NETTED OUT ' WS-FLIPS-NETTED
               ' RATE CHANGES ' WS-RATE-CHANGES-TODAY
               ' NOTICES ' WS-NOTICES-WRITTEN
               ' CANNOT NOTIFY ' WS-NOTICES-NOT-SENT
           IF WS-NOTICES-NOT-SENT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * An entry is today's when RateChangeEdit stamped today's cycle
      * date on it (RCHG-CYCLE-DATE). The timestamp's date is used
      * only for entries written before that field existed.
       1000-LOAD-RATE-CHANGES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RATE-LOG-FILE
           IF WS-RATE-LOG-STATUS NOT = '00'
               CLOSE RATE-LOG-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-LOG-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1100-NOTE-ONE-RATE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE RATE-LOG-FILE
           END-IF
           .

      * A change belongs to the cycle it was accepted under - the
      * journaled business cycle date, or the timestamp date on a
      * record written before that field existed.
       1100-NOTE-ONE-RATE-CHANGE.
           IF RCHG-CYCLE-DATE IS NUMERIC AND RCHG-CYCLE-DATE > ZERO
               IF RCHG-CYCLE-DATE NOT = WS-TODAY-DATE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF RCHG-TIMESTAMP (1:8) NOT = WS-TODAY-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-RATE-CHANGES-TODAY
           IF WS-RCHG-COUNT >= 100
               DISPLAY 'CUSTOMERNOTICE: RATE CHANGE TABLE FULL - '
                   'CLASS ' RCHG-ACCOUNT-TYPE RCHG-ACCOUNT-SUBTYPE
                   ' NOT NOTIFIED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCHG-COUNT
           MOVE RCHG-ACCOUNT-TYPE     TO WS-RCHG-TYPE (WS-RCHG-COUNT)
           MOVE RCHG-ACCOUNT-SUBTYPE
                               TO WS-RCHG-SUBTYPE (WS-RCHG-COUNT)
           MOVE RCHG-OLD-DAILY-INTEREST
                               TO WS-RCHG-OLD-RATE (WS-RCHG-COUNT)
           MOVE RCHG-NEW-DAILY-INTEREST
                               TO WS-RCHG-NEW-RATE (WS-RCHG-COUNT)
           MOVE RCHG-OLD-PERIODIC-FEE
                               TO WS-RCHG-OLD-FEE (WS-RCHG-COUNT)
           MOVE RCHG-NEW-PERIODIC-FEE
                               TO WS-RCHG-NEW-FEE (WS-RCHG-COUNT)
           MOVE RCHG-EFFECTIVE-DATE
                               TO WS-RCHG-EFFECTIVE (WS-RCHG-COUNT)
           .

       2000-SWEEP-FOR-RATE-NOTICES.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2100-MATCH-ONE-ACCOUNT
               END-READ
           END-PERFORM
           .

      * Every change row for the account's class is its own event -
      * a rate row and a later-dated one journaled the same day are
      * two letters.
       2100-MATCH-ONE-ACCOUNT.
           IF CUST-ACCOUNT-CLOSED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RCHG-COUNT
               IF WS-RCHG-TYPE (WS-SUB) = CUST-ACCOUNT-TYPE
                       AND WS-RCHG-SUBTYPE (WS-SUB)
                           = CUST-ACCOUNT-SUBTYPE
                   MOVE 'RATE'              TO WS-NOTICE-TYPE
                   MOVE CUST-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
                   MOVE CUST-ACCOUNT-CLASS  TO WS-NOTICE-CLASS
                   MOVE CUST-CUSTOMER-NAME  TO WS-NOTICE-NAME
                   MOVE WS-RCHG-EFFECTIVE (WS-SUB)
                                       TO WS-NOTICE-EVENT-DATE
                   MOVE WS-RCHG-OLD-RATE (WS-SUB)
                                       TO WS-NOTICE-OLD-RATE
                   MOVE WS-RCHG-NEW-RATE (WS-SUB)
                                       TO WS-NOTICE-NEW-RATE
                   MOVE WS-RCHG-OLD-FEE (WS-SUB)
                                       TO WS-NOTICE-OLD-FEE
                   MOVE WS-RCHG-NEW-FEE (WS-SUB)
                                       TO WS-NOTICE-NEW-FEE
                   PERFORM 5000-ISSUE-NOTICE
               END-IF
           END-PERFORM
           .

       3000-READ-FLAG-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FLAG-LOG-FILE
           IF WS-FLAG-LOG-STATUS NOT = '00'
               CLOSE FLAG-LOG-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ FLAG-LOG-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 3100-JUDGE-ONE-FLIP
                   END-READ
               END-PERFORM
               CLOSE FLAG-LOG-FILE
               PERFORM 3400-ISSUE-NETTED-FLIPS
           END-IF
           .

      * Cycle date first, the timestamp date for records from before
      * FLOG-CYCLE-DATE existed - the same fallback MasterRebuild
      * uses. A flip is only noted here; the letter is chosen once
      * the whole day's log has been netted.
       3100-JUDGE-ONE-FLIP.
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

           IF FLOG-FLAG-NAME NOT = 'ACCT-ON-HOLD'
                   AND NOT = 'ACCT-DORMANT'
                   AND NOT = 'ACCT-CLOSED'
               EXIT PARAGRAPH
           END-IF
      * A flip that changed nothing (a rerun setting a flag to the
      * value it already held) is no news to the customer.
           IF FLOG-OLD-VALUE = FLOG-NEW-VALUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLAG-EVENTS-READ
           MOVE 'N' TO WS-FLIP-FOUND-SWITCH
           PERFORM VARYING WS-FLIP-SUB FROM 1 BY 1
                   UNTIL WS-FLIP-SUB > WS-FLIP-COUNT
                      OR WS-FLIP-FOUND
               IF WS-FLIP-ACCOUNT (WS-FLIP-SUB) = FLOG-ACCOUNT-NUMBER
                       AND WS-FLIP-FLAG-NAME (WS-FLIP-SUB)
                           = FLOG-FLAG-NAME
                   MOVE FLOG-NEW-VALUE
                                   TO WS-FLIP-LAST-NEW (WS-FLIP-SUB)
                   SET WS-FLIP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FLIP-FOUND
               EXIT PARAGRAPH
           END-IF

      * No room to net it - the flip gets its letter straight away,
      * as it would have before netting.
           IF WS-FLIP-COUNT >= 5000
               DISPLAY 'CUSTOMERNOTICE: FLIP TABLE FULL - ACCOUNT '
                   FLOG-ACCOUNT-NUMBER ' ' FLOG-FLAG-NAME
                   ' NOTIFIED WITHOUT NETTING'
               MOVE FLOG-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
               MOVE FLOG-FLAG-NAME      TO WS-NOTICE-FLAG-NAME
               MOVE FLOG-NEW-VALUE      TO WS-NOTICE-FLAG-VALUE
               PERFORM 3500-ISSUE-FLIP-NOTICE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLIP-COUNT
           MOVE FLOG-ACCOUNT-NUMBER TO WS-FLIP-ACCOUNT (WS-FLIP-COUNT)
           MOVE FLOG-FLAG-NAME   TO WS-FLIP-FLAG-NAME (WS-FLIP-COUNT)
           MOVE FLOG-OLD-VALUE   TO WS-FLIP-FIRST-OLD (WS-FLIP-COUNT)
           MOVE FLOG-NEW-VALUE   TO WS-FLIP-LAST-NEW (WS-FLIP-COUNT)
           .

      * An account and flag that ended the day where it began had
      * its flips reversed - no letter either way.
       3400-ISSUE-NETTED-FLIPS.
           PERFORM VARYING WS-FLIP-SUB FROM 1 BY 1
                   UNTIL WS-FLIP-SUB > WS-FLIP-COUNT
               IF WS-FLIP-FIRST-OLD (WS-FLIP-SUB)
                       = WS-FLIP-LAST-NEW (WS-FLIP-SUB)
                   ADD 1 TO WS-FLIPS-NETTED
               ELSE
                   MOVE WS-FLIP-ACCOUNT (WS-FLIP-SUB)
                                       TO WS-NOTICE-ACCOUNT
                   MOVE WS-FLIP-FLAG-NAME (WS-FLIP-SUB)
                                       TO WS-NOTICE-FLAG-NAME
                   MOVE WS-FLIP-LAST-NEW (WS-FLIP-SUB)
                                       TO WS-NOTICE-FLAG-VALUE
                   PERFORM 3500-ISSUE-FLIP-NOTICE
               END-IF
           END-PERFORM
           .

       3500-ISSUE-FLIP-NOTICE.
           MOVE SPACES TO WS-NOTICE-TYPE
           EVALUATE WS-NOTICE-FLAG-NAME ALSO WS-NOTICE-FLAG-VALUE
               WHEN 'ACCT-ON-HOLD' ALSO 'Y'
                   MOVE 'HOLD' TO WS-NOTICE-TYPE
               WHEN 'ACCT-ON-HOLD' ALSO 'N'
                   MOVE 'HREL' TO WS-NOTICE-TYPE
               WHEN 'ACCT-DORMANT' ALSO 'Y'
                   MOVE 'DORM' TO WS-NOTICE-TYPE
               WHEN 'ACCT-DORMANT' ALSO 'N'
                   MOVE 'DACT' TO WS-NOTICE-TYPE
               WHEN 'ACCT-CLOSED'  ALSO 'Y'
                   MOVE 'CLOS' TO WS-NOTICE-TYPE
               WHEN 'ACCT-CLOSED'  ALSO 'N'
                   MOVE 'ROPN' TO WS-NOTICE-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NOTICE-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE       TO WS-NOTICE-EVENT-DATE
           MOVE SPACES              TO WS-NOTICE-DETAIL
           PERFORM 3200-FIND-NAME
           PERFORM 5000-ISSUE-NOTICE
           .

      * Live master first; an account AccountClosure has purged
      * tonight is only on the closed-account archive.
       3200-FIND-NAME.
           MOVE 'N'    TO WS-NAME-FOUND-SWITCH
           MOVE SPACES TO WS-NOTICE-NAME WS-NOTICE-CLASS
           MOVE WS-NOTICE-ACCOUNT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   PERFORM 3300-SEARCH-CLOSED-ARCHIVE
               NOT INVALID KEY
                   MOVE CUST-CUSTOMER-NAME TO WS-NOTICE-NAME
                   MOVE CUST-ACCOUNT-CLASS TO WS-NOTICE-CLASS
                   SET WS-NAME-FOUND TO TRUE
           END-READ
           .

       3300-SEARCH-CLOSED-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLOSED-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               CLOSE CLOSED-ARCHIVE-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CLOSED-ARCHIVE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CARC-ACCOUNT-NUMBER = WS-NOTICE-ACCOUNT
                               MOVE CARC-CUSTOMER-NAME
                                   TO WS-NOTICE-NAME
                               MOVE CARC-ACCOUNT-CLASS
                                   TO WS-NOTICE-CLASS
                               SET WS-NAME-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-ARCHIVE-FILE
           END-IF
      * The flag log's own read loop shares the EOF switch.
           MOVE 'N' TO WS-EOF-SWITCH
           .

      * The notice goes to the vendor only with a mailing block to
      * put on the envelope; otherwise it is listed, never dropped.
       5000-ISSUE-NOTICE.
           MOVE 'N' TO WS-ADDRESS-FOUND-SWITCH
           IF WS-ADDRESS-FILE-OPEN
               MOVE WS-NOTICE-ACCOUNT TO ADDR-ACCOUNT-NUMBER
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDR-LINE-1 NOT = SPACES
                           SET WS-ADDRESS-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF

           IF NOT WS-ADDRESS-FOUND
               MOVE 'NO MAILING ADDRESS ON FILE'
                                       TO WS-EXCEPTION-REASON
               PERFORM 5100-LIST-CANNOT-NOTIFY
               EXIT PARAGRAPH
           END-IF

      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO CUSTOMER-NOTICE-RECORD
           MOVE WS-NOTICE-TYPE         TO NOTC-NOTICE-TYPE
           MOVE WS-TODAY-DATE          TO NOTC-CYCLE-DATE
           MOVE WS-NOTICE-ACCOUNT      TO NOTC-ACCOUNT-NUMBER
           MOVE WS-NOTICE-CLASS        TO NOTC-ACCOUNT-CLASS
           MOVE WS-NOTICE-NAME         TO NOTC-CUSTOMER-NAME
           MOVE ADDR-LINE-1            TO NOTC-ADDR-LINE-1
           MOVE ADDR-LINE-2            TO NOTC-ADDR-LINE-2
           MOVE ADDR-CITY              TO NOTC-ADDR-CITY
           MOVE ADDR-STATE             TO NOTC-ADDR-STATE
           MOVE ADDR-POSTAL-CODE       TO NOTC-ADDR-POSTAL-CODE
           MOVE WS-NOTICE-EVENT-DATE   TO NOTC-EVENT-DATE
           MOVE WS-NOTICE-DETAIL       TO NOTC-EVENT-DETAIL
           WRITE CUSTOMER-NOTICE-RECORD
           ADD 1 TO WS-NOTICES-WRITTEN
           .

       5100-LIST-CANNOT-NOTIFY.
           ADD 1 TO WS-NOTICES-NOT-SENT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING WS-NOTICE-ACCOUNT '  ' WS-NOTICE-TYPE
                   '  ' WS-NOTICE-NAME
                   '  ' WS-EXCEPTION-REASON
                   DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           .
       END PROGRAM CustomerNotice.
