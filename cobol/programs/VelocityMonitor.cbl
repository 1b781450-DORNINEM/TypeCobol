      ******************************************************************
      * VelocityMonitor - post-posting unusual-activity (velocity)
      * monitoring. An account that suddenly takes fifty entries in a
      * night, or ten times its usual money, went unnoticed until a
      * statement or a customer complaint turned it up. This step runs
      * after posting (and HoldReleaseSweep's re-drive) and:
      *   - gathers each account's POSTED (or posted-then-REVERSED)
      *     entries for the cycle date off the TRANHIST journal -
      *     count, and amount as principal, interest and fees with
      *     the sign ignored,
      *   - picks the account's threshold row off FUNDECL.VELOCITY.CTL
      *     (VELCTL.cpy) by CUST-ACCOUNT-CLASS, falling back to the
      *     '**' row and then to the built-in defaults below,
      *   - builds the account's normal activity profile from the
      *     same journal over the row's lookback: active cycles,
      *     entries and amount, giving a count and amount per cycle,
      *   - and raises an alert (VELALRT.cpy) for each test the night
      *     fails - VL01/VL04 against the class maximums, VL02/VL03
      *     against the class multiple of the profile. The multiple
      *     tests are only made once the account has the row's
      *     minimum history; a new account is held to the maximums
      *     alone.
      * Alerts are appended to the open queue FUNDECL.VELOCITY.ALERTS
      * that VelocityReviewOnline works, and listed on
      * FUNDECL.VELOCITY.RPT. An account and reason already alerted
      * for the cycle date - still queued or already reviewed on
      * FUNDECL.VELOCITY.REVIEWED - is not raised again, so a rerun
      * adds only what is new. Read-only against the master and
      * journal.
      * Return code: 0 nothing unusual, 4 alerts raised or accounts
      * left unmonitored, 16 the master could not be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VelocityMonitor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

      * SEQUENTIAL - TRANHIST.cpy carries COMP-3 amounts. The DSN is
      * re-pointed across the legacy tail and cataloged segments.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      * VELALRT.cpy and VELREVW.cpy are all USAGE DISPLAY.
           SELECT ALERT-FILE ASSIGN TO WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REVIEWED-FILE ASSIGN TO WS-REVIEWED-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWED-STATUS.

           SELECT VELOCITY-REPORT ASSIGN TO WS-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY VELCTL.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  HISTORY-FILE.
       COPY TRANHIST.

       FD  CATALOG-FILE.
       COPY ARCHCAT.

       FD  ALERT-FILE.
       COPY VELALRT.

       FD  REVIEWED-FILE.
       COPY VELREVW.

       FD  VELOCITY-REPORT.
       01  VELOCITY-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-DSN              PIC X(80)
                                       VALUE 'FUNDECL.VELOCITY.CTL'.
       01  WS-CONTROL-STATUS           PIC X(02).
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-HISTORY-DSN              PIC X(80)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-TRANHIST-BASE            PIC X(30)
                                       VALUE 'FUNDECL.TRANHIST.DAT'.
       01  WS-CATALOG-DSN              PIC X(80)
                                       VALUE 'FUNDECL.ARCHIVE.CAT'.
       01  WS-CATALOG-STATUS           PIC X(02).
       01  WS-ALERT-DSN                PIC X(80)
                                     VALUE 'FUNDECL.VELOCITY.ALERTS'.
       01  WS-ALERT-STATUS             PIC X(02).
       01  WS-REVIEWED-DSN             PIC X(80)
                                     VALUE 'FUNDECL.VELOCITY.REVIEWED'.
       01  WS-REVIEWED-STATUS          PIC X(02).
       01  WS-REPORT-DSN               PIC X(80)
                                       VALUE 'FUNDECL.VELOCITY.RPT'.
       01  WS-REPORT-STATUS            PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH       PIC X.
           88  WS-END-OF-HISTORY                 VALUE 'Y'.
       01  WS-CATALOG-EOF-SWITCH       PIC X.
           88  WS-NO-MORE-CATALOG                VALUE 'Y'.
      * Which journal pass is running - the night's entries first,
      * then the profiles of only the accounts that moved tonight.
       01  WS-PASS-SWITCH              PIC X.
           88  WS-GATHERING-TONIGHT              VALUE 'T'.
           88  WS-BUILDING-PROFILES              VALUE 'P'.
       01  WS-ACCOUNT-FOUND-SWITCH     PIC X.
           88  WS-ACCOUNT-FOUND                  VALUE 'Y'.
       01  WS-ROW-FOUND-SWITCH         PIC X.
           88  WS-ROW-FOUND                      VALUE 'Y'.
       01  WS-RAISED-FOUND-SWITCH      PIC X.
           88  WS-ALREADY-RAISED                 VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-TODAY-INTEGER            PIC 9(08).
       01  WS-CUTOFF-INTEGER           PIC 9(08).
       01  WS-EARLIEST-CUTOFF          PIC 9(08).
       01  WS-FROM-MONTH               PIC X(06).
       01  WS-SEGMENT-MONTH            PIC X(06).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-MATCH-SUB                PIC 9(04) COMP.
       01  WS-ROW-SUB                  PIC 9(04) COMP.
       01  WS-PROBE-ACCOUNT            PIC 9(10).
       01  WS-PROBE-CLASS              PIC X(02).
       01  WS-PROBE-REASON             PIC X(04).
       01  WS-ENTRY-AMOUNT             PIC 9(11).
       01  WS-ALERT-REASON             PIC X(04).
       01  WS-ALERT-TEXT               PIC X(40).
       01  WS-ALERT-OBSERVED           PIC 9(11).
       01  WS-ALERT-LIMIT              PIC 9(11).
       01  WS-REASON-SUB               PIC 9(04) COMP.
       01  WS-REASON-DIGIT             PIC 9(01).

       01  WS-ACCOUNTS-MOVED           PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-PROFILED        PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-SHORT-HISTORY   PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-UNMONITORED     PIC 9(09) VALUE ZERO.
       01  WS-ALERTS-RAISED            PIC 9(09) VALUE ZERO.
       01  WS-ALERTS-ON-RECORD         PIC 9(09) VALUE ZERO.
       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT         PIC 9(09) OCCURS 4 TIMES.

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-OBSERVED            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-LIMIT               PIC ZZ,ZZZ,ZZZ,ZZ9.

      * Built-in thresholds, used for any class with no row of its
      * own when the control file carries no '**' row either.
       01  WS-DEFAULT-MAX-ENTRIES      PIC 9(05) VALUE 50.
       01  WS-DEFAULT-MAX-AMOUNT       PIC 9(11) VALUE 1000000.
       01  WS-DEFAULT-COUNT-MULTIPLE   PIC 9(03) VALUE 5.
       01  WS-DEFAULT-AMOUNT-MULTIPLE  PIC 9(03) VALUE 5.
       01  WS-DEFAULT-MIN-HISTORY      PIC 9(04) VALUE 10.
       01  WS-DEFAULT-LOOKBACK-DAYS    PIC 9(04) VALUE 90.

      * Threshold rows off the control file, each with the first
      * journal date its lookback reaches.
       01  WS-THRESHOLD-TABLE.
           05  WS-THRESHOLD-COUNT      PIC 9(04) COMP VALUE ZERO.
           05  WS-THRESHOLD-ENTRY OCCURS 50 TIMES.
               10  WS-THR-CLASS        PIC X(02).
               10  WS-THR-MAX-ENTRIES  PIC 9(05).
               10  WS-THR-MAX-AMOUNT   PIC 9(11).
               10  WS-THR-COUNT-MULT   PIC 9(03).
               10  WS-THR-AMOUNT-MULT  PIC 9(03).
               10  WS-THR-MIN-HISTORY  PIC 9(04).
               10  WS-THR-LOOKBACK     PIC 9(04).
               10  WS-THR-CUTOFF-DATE  PIC 9(08).

      * One entry per account that posted on the cycle date - the
      * night's figures, the threshold row it is held to, and the
      * profile gathered for it on the second journal pass.
       01  WS-TONIGHT-TABLE.
           05  WS-TONIGHT-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-TONIGHT-ENTRY OCCURS 5000 TIMES.
               10  WS-TN-ACCOUNT       PIC 9(10).
               10  WS-TN-CLASS         PIC X(02).
               10  WS-TN-ROW           PIC 9(04) COMP.
               10  WS-TN-ENTRIES       PIC 9(07).
               10  WS-TN-AMOUNT        PIC 9(11).
               10  WS-TN-CYCLES        PIC 9(05).
               10  WS-TN-PROFILE-ENTRIES PIC 9(09).
               10  WS-TN-PROFILE-AMOUNT  PIC 9(13).
               10  WS-TN-LAST-CYCLE    PIC 9(08).

      * Account and reason of every alert already on record for the
      * cycle date, queued or reviewed.
       01  WS-RAISED-TABLE.
           05  WS-RAISED-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-RAISED-ENTRY OCCURS 2000 TIMES.
               10  WS-RAISED-ACCOUNT   PIC 9(10).
               10  WS-RAISED-REASON    PIC X(04).

      * Processing date comes from the business calendar through
      * CycleDateService, not the system clock.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           INITIALIZE WS-REASON-COUNTS

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'VELOCITYMONITOR: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-THRESHOLDS

           SET WS-GATHERING-TONIGHT TO TRUE
           MOVE WS-TODAY-DATE (1:6) TO WS-FROM-MONTH
           PERFORM 2000-WALK-JOURNAL

           PERFORM 2500-ASSIGN-THRESHOLD-ROWS

           IF WS-TONIGHT-COUNT > ZERO
               SET WS-BUILDING-PROFILES TO TRUE
               MOVE WS-EARLIEST-CUTOFF (1:6) TO WS-FROM-MONTH
               PERFORM 2000-WALK-JOURNAL
           END-IF
           CLOSE CUSTOMER-MASTER-FILE

           PERFORM 4000-LOAD-RAISED-ALERTS

           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR '35'
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT VELOCITY-REPORT
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING 'FUNDECLARE SUITE - UNUSUAL ACTIVITY MONITOR'
                   '   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING 'ACCOUNT    CL CODE REASON'
                   '                    '
                   '                    '
                   'OBSERVED          LIMIT'
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           MOVE ALL '-' TO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TONIGHT-COUNT
               PERFORM 5000-TEST-ONE-ACCOUNT
           END-PERFORM

           PERFORM 8000-WRITE-SUMMARY
           CLOSE VELOCITY-REPORT
           CLOSE ALERT-FILE

           DISPLAY 'VELOCITYMONITOR: ' WS-ACCOUNTS-MOVED
               ' ACCOUNTS POSTED, ' WS-ALERTS-RAISED
               ' ALERT(S) RAISED ON ' WS-ALERT-DSN
           IF WS-ALERTS-RAISED > ZERO
                   OR WS-ACCOUNTS-UNMONITORED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * Class rows off the control file; a row that is not numeric
      * where it must be is reported and ignored. A missing '**' row
      * is supplied from the built-in defaults, so every class has
      * a row to be held to.
       1000-LOAD-THRESHOLDS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               CLOSE CONTROL-FILE
               DISPLAY 'VELOCITYMONITOR: NO THRESHOLD FILE ON '
                   WS-CONTROL-DSN ' - BUILT-IN DEFAULTS USED'
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CONTROL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF

           MOVE '**' TO WS-PROBE-CLASS
           PERFORM 1900-FIND-THRESHOLD-ROW
           IF NOT WS-ROW-FOUND
               IF WS-THRESHOLD-COUNT >= 50
                   SUBTRACT 1 FROM WS-THRESHOLD-COUNT
               END-IF
               ADD 1 TO WS-THRESHOLD-COUNT
               MOVE WS-THRESHOLD-COUNT TO WS-ROW-SUB
               MOVE '**' TO WS-THR-CLASS (WS-ROW-SUB)
               MOVE WS-DEFAULT-MAX-ENTRIES
                   TO WS-THR-MAX-ENTRIES (WS-ROW-SUB)
               MOVE WS-DEFAULT-MAX-AMOUNT
                   TO WS-THR-MAX-AMOUNT (WS-ROW-SUB)
               MOVE WS-DEFAULT-COUNT-MULTIPLE
                   TO WS-THR-COUNT-MULT (WS-ROW-SUB)
               MOVE WS-DEFAULT-AMOUNT-MULTIPLE
                   TO WS-THR-AMOUNT-MULT (WS-ROW-SUB)
               MOVE WS-DEFAULT-MIN-HISTORY
                   TO WS-THR-MIN-HISTORY (WS-ROW-SUB)
               MOVE WS-DEFAULT-LOOKBACK-DAYS
                   TO WS-THR-LOOKBACK (WS-ROW-SUB)
           END-IF

           MOVE WS-TODAY-DATE TO WS-EARLIEST-CUTOFF
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-THRESHOLD-COUNT
               COMPUTE WS-CUTOFF-INTEGER
                   = WS-TODAY-INTEGER - WS-THR-LOOKBACK (WS-ROW-SUB)
               COMPUTE WS-THR-CUTOFF-DATE (WS-ROW-SUB)
                   = FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)
           END-PERFORM
           .

       1100-LOAD-ONE-ROW.
           IF VCTL-ACCOUNT-CLASS = SPACES
                   OR VCTL-ACCOUNT-CLASS (1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           IF VCTL-MAX-ENTRIES IS NOT NUMERIC
                   OR VCTL-MAX-AMOUNT IS NOT NUMERIC
                   OR VCTL-COUNT-MULTIPLE IS NOT NUMERIC
                   OR VCTL-AMOUNT-MULTIPLE IS NOT NUMERIC
                   OR VCTL-MIN-HISTORY IS NOT NUMERIC
                   OR VCTL-LOOKBACK-DAYS IS NOT NUMERIC
               DISPLAY 'VELOCITYMONITOR: THRESHOLD ROW FOR CLASS '
                   VCTL-ACCOUNT-CLASS ' NOT NUMERIC - IGNORED'
               EXIT PARAGRAPH
           END-IF
           IF WS-THRESHOLD-COUNT >= 50
               DISPLAY 'VELOCITYMONITOR: OVER 50 THRESHOLD ROWS - '
                   'CLASS ' VCTL-ACCOUNT-CLASS ' IGNORED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-THRESHOLD-COUNT
           MOVE WS-THRESHOLD-COUNT TO WS-ROW-SUB
           MOVE VCTL-ACCOUNT-CLASS   TO WS-THR-CLASS (WS-ROW-SUB)
           MOVE VCTL-MAX-ENTRIES     TO WS-THR-MAX-ENTRIES (WS-ROW-SUB)
           MOVE VCTL-MAX-AMOUNT      TO WS-THR-MAX-AMOUNT (WS-ROW-SUB)
           MOVE VCTL-COUNT-MULTIPLE  TO WS-THR-COUNT-MULT (WS-ROW-SUB)
           MOVE VCTL-AMOUNT-MULTIPLE TO WS-THR-AMOUNT-MULT (WS-ROW-SUB)
           MOVE VCTL-MIN-HISTORY     TO WS-THR-MIN-HISTORY (WS-ROW-SUB)
           IF VCTL-LOOKBACK-DAYS > ZERO
               MOVE VCTL-LOOKBACK-DAYS
                   TO WS-THR-LOOKBACK (WS-ROW-SUB)
           ELSE
               MOVE WS-DEFAULT-LOOKBACK-DAYS
                   TO WS-THR-LOOKBACK (WS-ROW-SUB)
           END-IF
           .

       1900-FIND-THRESHOLD-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SWITCH
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-THRESHOLD-COUNT
                      OR WS-ROW-FOUND
               IF WS-THR-CLASS (WS-ROW-SUB) = WS-PROBE-CLASS
                   SET WS-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-FOUND
               SUBTRACT 1 FROM WS-ROW-SUB
           END-IF
           .

      * Legacy tail, then the cataloged monthly segments from
      * WS-FROM-MONTH forward - the cycle month on the first pass,
      * the month of the longest lookback on the second.
       2000-WALK-JOURNAL.
           MOVE WS-TRANHIST-BASE TO WS-HISTORY-DSN
           PERFORM 2100-READ-ONE-HISTORY-FILE
           MOVE 'N' TO WS-CATALOG-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               CLOSE CATALOG-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-CATALOG
                   READ CATALOG-FILE
                       AT END SET WS-NO-MORE-CATALOG TO TRUE
                       NOT AT END PERFORM 2050-JUDGE-ONE-SEGMENT
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           .

       2050-JUDGE-ONE-SEGMENT.
           IF ARCH-BASE-DSN = WS-TRANHIST-BASE
               MOVE ARCH-CYCLE-DATE (1:6) TO WS-SEGMENT-MONTH
               IF WS-SEGMENT-MONTH >= WS-FROM-MONTH
                   MOVE SPACES TO WS-HISTORY-DSN
                   MOVE ARCH-GENERATION-DSN TO WS-HISTORY-DSN
                   PERFORM 2100-READ-ONE-HISTORY-FILE
               END-IF
           END-IF
           .

       2100-READ-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-HISTORY
                   READ HISTORY-FILE
                       AT END SET WS-END-OF-HISTORY TO TRUE
                       NOT AT END PERFORM 2200-TAKE-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

      * Only entries whose amounts reached the master count as
      * activity - POSTED, or POSTED and later REVERSED.
       2200-TAKE-ONE-ENTRY.
           IF NOT HIST-WAS-POSTED AND NOT HIST-POSTED-REVERSED
               EXIT PARAGRAPH
           END-IF
           IF WS-GATHERING-TONIGHT
               IF HIST-CYCLE-DATE = WS-TODAY-DATE
                   PERFORM 2300-NOTE-TONIGHT-ENTRY
               END-IF
           ELSE
               IF HIST-CYCLE-DATE < WS-TODAY-DATE
                       AND HIST-CYCLE-DATE >= WS-EARLIEST-CUTOFF
                   PERFORM 2400-NOTE-PROFILE-ENTRY
               END-IF
           END-IF
           .

       2300-NOTE-TONIGHT-ENTRY.
           MOVE HIST-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-FIND-TONIGHT-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               IF WS-TONIGHT-COUNT >= 5000
                   ADD 1 TO WS-ACCOUNTS-UNMONITORED
                   DISPLAY 'VELOCITYMONITOR: OVER 5000 ACCOUNTS POSTED'
                       ' - ACCOUNT ' HIST-ACCOUNT-NUMBER
                       ' NOT MONITORED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TONIGHT-COUNT
               MOVE WS-TONIGHT-COUNT TO WS-MATCH-SUB
               INITIALIZE WS-TONIGHT-ENTRY (WS-MATCH-SUB)
               MOVE HIST-ACCOUNT-NUMBER
                   TO WS-TN-ACCOUNT (WS-MATCH-SUB)
           END-IF
           PERFORM 2950-MEASURE-ENTRY
           ADD 1 TO WS-TN-ENTRIES (WS-MATCH-SUB)
           ADD WS-ENTRY-AMOUNT TO WS-TN-AMOUNT (WS-MATCH-SUB)
           .

      * An entry older than the account's own row's lookback is not
      * part of its profile, even though a longer lookback on some
      * other row had the journal read back that far. A new cycle
      * date on the account is one more active cycle - the journal
      * is appended in cycle order.
       2400-NOTE-PROFILE-ENTRY.
           MOVE HIST-ACCOUNT-NUMBER TO WS-PROBE-ACCOUNT
           PERFORM 2900-FIND-TONIGHT-ACCOUNT
           IF NOT WS-ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TN-ROW (WS-MATCH-SUB) TO WS-ROW-SUB
           IF HIST-CYCLE-DATE < WS-THR-CUTOFF-DATE (WS-ROW-SUB)
               EXIT PARAGRAPH
           END-IF
           PERFORM 2950-MEASURE-ENTRY
           IF HIST-CYCLE-DATE NOT = WS-TN-LAST-CYCLE (WS-MATCH-SUB)
               ADD 1 TO WS-TN-CYCLES (WS-MATCH-SUB)
               MOVE HIST-CYCLE-DATE TO WS-TN-LAST-CYCLE (WS-MATCH-SUB)
           END-IF
           ADD 1 TO WS-TN-PROFILE-ENTRIES (WS-MATCH-SUB)
           ADD WS-ENTRY-AMOUNT TO WS-TN-PROFILE-AMOUNT (WS-MATCH-SUB)
           .

      * Each account that moved tonight is held to its class's row,
      * or the '**' row when its class has none. An account that has
      * left the master since posting keeps a blank class.
       2500-ASSIGN-THRESHOLD-ROWS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TONIGHT-COUNT
               ADD 1 TO WS-ACCOUNTS-MOVED
               MOVE WS-TN-ACCOUNT (WS-SUB) TO CUST-ACCOUNT-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-TN-CLASS (WS-SUB)
                   NOT INVALID KEY
                       MOVE CUST-ACCOUNT-CLASS TO WS-TN-CLASS (WS-SUB)
               END-READ
               MOVE WS-TN-CLASS (WS-SUB) TO WS-PROBE-CLASS
               PERFORM 1900-FIND-THRESHOLD-ROW
               IF NOT WS-ROW-FOUND
                   MOVE '**' TO WS-PROBE-CLASS
                   PERFORM 1900-FIND-THRESHOLD-ROW
               END-IF
               MOVE WS-ROW-SUB TO WS-TN-ROW (WS-SUB)
               IF WS-THR-CUTOFF-DATE (WS-ROW-SUB) < WS-EARLIEST-CUTOFF
                   MOVE WS-THR-CUTOFF-DATE (WS-ROW-SUB)
                       TO WS-EARLIEST-CUTOFF
               END-IF
           END-PERFORM
           .

       2900-FIND-TONIGHT-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-TONIGHT-COUNT
                      OR WS-ACCOUNT-FOUND
               IF WS-TN-ACCOUNT (WS-MATCH-SUB) = WS-PROBE-ACCOUNT
                   SET WS-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-MATCH-SUB
           END-IF
           .

      * Principal, interest and fees with the sign ignored - a run
      * of large credits is as unusual as a run of large debits.
       2950-MEASURE-ENTRY.
           MOVE ZERO TO WS-ENTRY-AMOUNT
           IF HIST-PRINCIPAL < ZERO
               SUBTRACT HIST-PRINCIPAL FROM WS-ENTRY-AMOUNT
           ELSE
               ADD HIST-PRINCIPAL TO WS-ENTRY-AMOUNT
           END-IF
           IF HIST-INTEREST < ZERO
               SUBTRACT HIST-INTEREST FROM WS-ENTRY-AMOUNT
           ELSE
               ADD HIST-INTEREST TO WS-ENTRY-AMOUNT
           END-IF
           IF HIST-FEES < ZERO
               SUBTRACT HIST-FEES FROM WS-ENTRY-AMOUNT
           ELSE
               ADD HIST-FEES TO WS-ENTRY-AMOUNT
           END-IF
           .

      * Today's alerts already on the queue or already reviewed.
       4000-LOAD-RAISED-ALERTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               CLOSE ALERT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ALERT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF ALRT-CYCLE-DATE = WS-TODAY-DATE
                               MOVE ALRT-ACCOUNT-NUMBER
                                   TO WS-PROBE-ACCOUNT
                               MOVE ALRT-REASON-CODE
                                   TO WS-PROBE-REASON
                               PERFORM 4100-NOTE-RAISED-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REVIEWED-FILE
           IF WS-REVIEWED-STATUS NOT = '00'
               CLOSE REVIEWED-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ REVIEWED-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF REVW-CYCLE-DATE = WS-TODAY-DATE
                               MOVE REVW-ACCOUNT-NUMBER
                                   TO WS-PROBE-ACCOUNT
                               MOVE REVW-REASON-CODE
                                   TO WS-PROBE-REASON
                               PERFORM 4100-NOTE-RAISED-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEWED-FILE
           END-IF
           .

       4100-NOTE-RAISED-ALERT.
           IF WS-RAISED-COUNT >= 2000
               DISPLAY 'VELOCITYMONITOR: OVER 2000 ALERTS ON RECORD '
                   'FOR THE CYCLE - ACCOUNT ' WS-PROBE-ACCOUNT
                   ' MAY BE ALERTED AGAIN'
           ELSE
               ADD 1 TO WS-RAISED-COUNT
               MOVE WS-PROBE-ACCOUNT
                   TO WS-RAISED-ACCOUNT (WS-RAISED-COUNT)
               MOVE WS-PROBE-REASON
                   TO WS-RAISED-REASON (WS-RAISED-COUNT)
           END-IF
           .

      * The two maximums hold for every account; the two multiples
      * only once the profile has the row's minimum history. A zero
      * maximum or multiple on the row turns that test off.
       5000-TEST-ONE-ACCOUNT.
           MOVE WS-TN-ROW (WS-SUB) TO WS-ROW-SUB

           IF WS-THR-MAX-ENTRIES (WS-ROW-SUB) > ZERO
                   AND WS-TN-ENTRIES (WS-SUB)
                       > WS-THR-MAX-ENTRIES (WS-ROW-SUB)
               MOVE 'VL01' TO WS-ALERT-REASON
               MOVE 'ENTRIES OVER CLASS MAXIMUM FOR ONE CYCLE'
                   TO WS-ALERT-TEXT
               MOVE WS-TN-ENTRIES (WS-SUB) TO WS-ALERT-OBSERVED
               MOVE WS-THR-MAX-ENTRIES (WS-ROW-SUB) TO WS-ALERT-LIMIT
               PERFORM 5500-RAISE-ALERT
           END-IF

           IF WS-TN-CYCLES (WS-SUB) > ZERO
                   AND WS-TN-CYCLES (WS-SUB)
                       >= WS-THR-MIN-HISTORY (WS-ROW-SUB)
               ADD 1 TO WS-ACCOUNTS-PROFILED
               COMPUTE WS-ALERT-LIMIT ROUNDED
                   = WS-THR-COUNT-MULT (WS-ROW-SUB)
                   * WS-TN-PROFILE-ENTRIES (WS-SUB)
                   / WS-TN-CYCLES (WS-SUB)
               IF WS-THR-COUNT-MULT (WS-ROW-SUB) > ZERO
                       AND WS-TN-ENTRIES (WS-SUB) > WS-ALERT-LIMIT
                   MOVE 'VL02' TO WS-ALERT-REASON
                   MOVE 'ENTRIES OVER MULTIPLE OF NORMAL PER CYCLE'
                       TO WS-ALERT-TEXT
                   MOVE WS-TN-ENTRIES (WS-SUB) TO WS-ALERT-OBSERVED
                   PERFORM 5500-RAISE-ALERT
               END-IF
               COMPUTE WS-ALERT-LIMIT ROUNDED
                   = WS-THR-AMOUNT-MULT (WS-ROW-SUB)
                   * WS-TN-PROFILE-AMOUNT (WS-SUB)
                   / WS-TN-CYCLES (WS-SUB)
               IF WS-THR-AMOUNT-MULT (WS-ROW-SUB) > ZERO
                       AND WS-TN-AMOUNT (WS-SUB) > WS-ALERT-LIMIT
                   MOVE 'VL03' TO WS-ALERT-REASON
                   MOVE 'AMOUNT OVER MULTIPLE OF NORMAL PER CYCLE'
                       TO WS-ALERT-TEXT
                   MOVE WS-TN-AMOUNT (WS-SUB) TO WS-ALERT-OBSERVED
                   PERFORM 5500-RAISE-ALERT
               END-IF
           ELSE
               ADD 1 TO WS-ACCOUNTS-SHORT-HISTORY
           END-IF

           IF WS-THR-MAX-AMOUNT (WS-ROW-SUB) > ZERO
                   AND WS-TN-AMOUNT (WS-SUB)
                       > WS-THR-MAX-AMOUNT (WS-ROW-SUB)
               MOVE 'VL04' TO WS-ALERT-REASON
               MOVE 'AMOUNT OVER CLASS MAXIMUM FOR ONE CYCLE'
                   TO WS-ALERT-TEXT
               MOVE WS-TN-AMOUNT (WS-SUB) TO WS-ALERT-OBSERVED
               MOVE WS-THR-MAX-AMOUNT (WS-ROW-SUB) TO WS-ALERT-LIMIT
               PERFORM 5500-RAISE-ALERT
           END-IF
           .

       5500-RAISE-ALERT.
           MOVE 'N' TO WS-RAISED-FOUND-SWITCH
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-RAISED-COUNT
                      OR WS-ALREADY-RAISED
               IF WS-RAISED-ACCOUNT (WS-MATCH-SUB)
                       = WS-TN-ACCOUNT (WS-SUB)
                   AND WS-RAISED-REASON (WS-MATCH-SUB)
                       = WS-ALERT-REASON
                   SET WS-ALREADY-RAISED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ALREADY-RAISED
               ADD 1 TO WS-ALERTS-ON-RECORD
               EXIT PARAGRAPH
           END-IF

      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO VELOCITY-ALERT-RECORD
           MOVE WS-TODAY-DATE          TO ALRT-CYCLE-DATE
           MOVE WS-TN-ACCOUNT (WS-SUB) TO ALRT-ACCOUNT-NUMBER
           MOVE WS-TN-CLASS (WS-SUB)   TO ALRT-ACCOUNT-CLASS
           MOVE WS-ALERT-REASON        TO ALRT-REASON-CODE
           MOVE WS-ALERT-TEXT          TO ALRT-REASON-TEXT
           MOVE WS-ALERT-OBSERVED      TO ALRT-OBSERVED
           MOVE WS-ALERT-LIMIT         TO ALRT-LIMIT
           WRITE VELOCITY-ALERT-RECORD
           ADD 1 TO WS-ALERTS-RAISED

           MOVE WS-ALERT-REASON (4:1) TO WS-REASON-DIGIT
           MOVE WS-REASON-DIGIT TO WS-REASON-SUB
           ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB)

           MOVE WS-ALERT-OBSERVED TO WS-EDIT-OBSERVED
           MOVE WS-ALERT-LIMIT    TO WS-EDIT-LIMIT
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING WS-TN-ACCOUNT (WS-SUB) ' '
                   WS-TN-CLASS (WS-SUB) ' '
                   WS-ALERT-REASON ' '
                   WS-ALERT-TEXT
                   WS-EDIT-OBSERVED ' '
                   WS-EDIT-LIMIT
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           .

       8000-WRITE-SUMMARY.
           MOVE ALL '-' TO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           MOVE WS-ACCOUNTS-MOVED TO WS-EDIT-COUNT
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING 'ACCOUNTS POSTED THIS CYCLE          ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           MOVE WS-ACCOUNTS-PROFILED TO WS-EDIT-COUNT
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING 'HELD TO THEIR ACTIVITY PROFILE      ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           MOVE WS-ACCOUNTS-SHORT-HISTORY TO WS-EDIT-COUNT
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING 'TOO LITTLE HISTORY - MAXIMUMS ONLY  ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           MOVE WS-ACCOUNTS-UNMONITORED TO WS-EDIT-COUNT
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING 'NOT MONITORED - TABLE FULL          ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 4
               MOVE WS-REASON-COUNT (WS-REASON-SUB) TO WS-EDIT-COUNT
               MOVE WS-REASON-SUB TO WS-REASON-DIGIT
               MOVE SPACES TO VELOCITY-REPORT-LINE
               STRING 'ALERTS RAISED  VL0' WS-REASON-DIGIT
                       DELIMITED BY SIZE
                   INTO VELOCITY-REPORT-LINE
               MOVE WS-EDIT-COUNT TO VELOCITY-REPORT-LINE (37:11)
               WRITE VELOCITY-REPORT-LINE
           END-PERFORM
           MOVE WS-ALERTS-ON-RECORD TO WS-EDIT-COUNT
           MOVE SPACES TO VELOCITY-REPORT-LINE
           STRING 'ALREADY ON RECORD - NOT RAISED AGAIN' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO VELOCITY-REPORT-LINE
           WRITE VELOCITY-REPORT-LINE
           .
       END PROGRAM VelocityMonitor.
