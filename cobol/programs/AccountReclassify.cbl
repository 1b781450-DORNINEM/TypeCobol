      ******************************************************************
      * AccountReclassify - product-change step for customer accounts.
      * PartnerFeedIntake opens every new account in the default
      * class, and until now nothing could move one: no screen or
      * batch changed CUST-ACCOUNT-TYPE/SUBTYPE, so every account sat
      * in the wrong GL ledger bucket. Customer service keys one
      * request per line on FUNDECL.RECLASS.CTL (account number, new
      * type, new sub-type, effective cycle date) and this step, per
      * request:
      *   - holds a request whose effective date is still after the
      *     cycle date - it is listed on the report and applies on the
      *     first run on or after its day, the same staged-early way
      *     RateChangeEdit's rate rows sit inert until their date,
      *   - rejects an account not on the master or already closed,
      *   - rejects a target class with no FUNDECL.RATETABLE.CTL row
      *     in effect for the cycle date (AccrualPostBatch would skip
      *     the account every night it sat there), and a target class
      *     whose FUNDECL.CLASSLIM.CTL floor/ceiling the account's
      *     current CUST-BALANCE-TOTAL already breaks (TranBalancePost
      *     would park every transaction it ever saw),
      *   - otherwise REWRITEs the class pair on the master and
      *     journals old and new class, with the balance moved, to
      *     FUNDECL.CUSTMAST.CLSLOG (CLSCHG.cpy).
      * The class-change journal is what the rest of the suite reads:
      * GLJournalExtract books the night's changes as ledger transfers
      * from the old class to the new, AccountStatement prints them in
      * the statement period, and MasterRebuild replays them.
      * A request for an account already in the target class is
      * counted and passed over - a rerun, or a request line left on
      * the control file after it applied, journals nothing twice.
      * Clear applied lines from the control file before keying a
      * later change for the same account.
      * Every held or rejected request is listed on
      * FUNDECL.RECLASS.RPT with its reason; any rejection ends RC 8.
      *
      * SEQUENCE CONSTRAINT: run this step AHEAD of TranBalancePost.
      * GLJournalExtract books the night's posted activity under each
      * account's class on the master at extract time, and transfers
      * the balance journaled here - a change applied after posting
      * would move that night's postings twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountReclassify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Raw X fields on the request file so every field can be
      * class-tested before anything numeric touches it, the same
      * raw-then-edit way RateChangeEdit reads its proposed rows.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO WS-RATE-TABLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO WS-LIMIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT RECLASS-REPORT ASSIGN TO WS-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      * All CLSCHG.cpy fields are USAGE DISPLAY - LINE SEQUENTIAL,
      * matching the other operator-readable journals.
           SELECT CLASS-LOG-FILE ASSIGN TO WS-CLASS-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  RECLASS-REQUEST-RECORD.
           05  RCLRQ-ACCOUNT-TEXT      PIC X(10).
           05  FILLER                  PIC X(01).
           05  RCLRQ-ACCOUNT-TYPE      PIC X(01).
           05  FILLER                  PIC X(01).
           05  RCLRQ-ACCOUNT-SUBTYPE   PIC X(01).
           05  FILLER                  PIC X(01).
           05  RCLRQ-EFFECTIVE-TEXT    PIC X(08).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  RATE-TABLE-FILE.
       COPY RATETAB.

       FD  LIMIT-FILE.
       COPY CLSLIMIT.

       FD  RECLASS-REPORT.
       01  RECLASS-REPORT-LINE         PIC X(100).

       FD  CLASS-LOG-FILE.
       COPY CLSCHG.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-DSN              PIC X(80)
                                       VALUE 'FUNDECL.RECLASS.CTL'.
       01  WS-REQUEST-STATUS           PIC X(02).
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-RATE-TABLE-DSN           PIC X(80)
                                       VALUE 'FUNDECL.RATETABLE.CTL'.
       01  WS-RATE-TABLE-STATUS        PIC X(02).
       01  WS-LIMIT-DSN                PIC X(80)
                                       VALUE 'FUNDECL.CLASSLIM.CTL'.
       01  WS-LIMIT-STATUS             PIC X(02).
       01  WS-REPORT-DSN               PIC X(80)
                                       VALUE 'FUNDECL.RECLASS.RPT'.
       01  WS-REPORT-STATUS            PIC X(02).
       01  WS-CLASS-LOG-DSN            PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.CLSLOG'.
       01  WS-CLASS-LOG-STATUS         PIC X(02).
       01  WS-JOB-NAME                 PIC X(08) VALUE 'RECLASS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-RATE-FOUND-SWITCH        PIC X.
           88  WS-RATE-FOUND                     VALUE 'Y'.
       01  WS-LIMIT-BREACH-SWITCH      PIC X.
           88  WS-LIMIT-BREACHED                 VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-EFFECTIVE-DATE           PIC 9(08).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-NEW-CLASS                PIC X(02).
       01  WS-OLD-CLASS                PIC X(02).
       01  WS-REPORT-MESSAGE           PIC X(50).
       01  WS-REQUESTS-READ            PIC 9(05) VALUE ZERO.
       01  WS-REQUESTS-APPLIED         PIC 9(05) VALUE ZERO.
       01  WS-REQUESTS-HELD            PIC 9(05) VALUE ZERO.
       01  WS-REQUESTS-REJECTED        PIC 9(05) VALUE ZERO.
       01  WS-REQUESTS-ALREADY         PIC 9(05) VALUE ZERO.
       01  WS-EDIT-BALANCE             PIC -ZZZ,ZZZ,ZZ9.

      * The production rate table in storage - same shape
      * AccrualPostBatch loads, effective dates included.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-TYPE        PIC X(01).
               10  WS-RATE-SUBTYPE     PIC X(01).
               10  WS-RATE-EFFECTIVE   PIC 9(08).

      * Class floor/ceiling table - same shape TranBalancePost loads.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
               10  WS-LIMIT-TYPE       PIC X(01).
               10  WS-LIMIT-SUBTYPE    PIC X(01).
               10  WS-LIMIT-FLOOR      PIC S9(09) COMP-3.
               10  WS-LIMIT-CEILING    PIC S9(09) COMP-3.

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

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'ACCOUNTRECLASSIFY: NO REQUEST FILE ON '
                   WS-REQUEST-DSN ' STATUS ' WS-REQUEST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-RATES
           PERFORM 1200-LOAD-CLASS-LIMITS

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ACCOUNTRECLASSIFY: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               CLOSE REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CLASS-LOG-FILE
           IF WS-CLASS-LOG-STATUS = '05' OR '35'
               CLOSE CLASS-LOG-FILE
               OPEN OUTPUT CLASS-LOG-FILE
           END-IF
           OPEN OUTPUT RECLASS-REPORT

           PERFORM UNTIL WS-END-OF-FILE
               READ REQUEST-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2000-EDIT-ONE-REQUEST
               END-READ
           END-PERFORM

           PERFORM 5000-WRITE-REPORT-TOTALS

           CLOSE REQUEST-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CLASS-LOG-FILE
           CLOSE RECLASS-REPORT

           DISPLAY 'ACCOUNTRECLASSIFY: ' WS-REQUESTS-READ
               ' REQUESTS, ' WS-REQUESTS-APPLIED ' APPLIED, '
               WS-REQUESTS-HELD ' HELD, ' WS-REQUESTS-REJECTED
               ' REJECTED, ' WS-REQUESTS-ALREADY ' ALREADY IN CLASS'
           IF WS-REQUESTS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * A missing rate table leaves every target class without a
      * rate in effect - every request is then rejected, which is
      * the right answer.
       1000-LOAD-RATES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS NOT = '00'
               CLOSE RATE-TABLE-FILE
               DISPLAY 'ACCOUNTRECLASSIFY: NO RATE TABLE ON '
                   WS-RATE-TABLE-DSN ' STATUS ' WS-RATE-TABLE-STATUS
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-TABLE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           .

       1100-LOAD-ONE-RATE.
           IF WS-RATE-COUNT >= 100
               DISPLAY 'ACCOUNTRECLASSIFY: RATE TABLE FULL - '
                   RATE-ACCOUNT-TYPE RATE-ACCOUNT-SUBTYPE ' DROPPED'
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE RATE-ACCOUNT-TYPE
                   TO WS-RATE-TYPE (WS-RATE-COUNT)
               MOVE RATE-ACCOUNT-SUBTYPE
                   TO WS-RATE-SUBTYPE (WS-RATE-COUNT)
               IF RATE-EFFECTIVE-DATE IS NUMERIC
                   MOVE RATE-EFFECTIVE-DATE
                       TO WS-RATE-EFFECTIVE (WS-RATE-COUNT)
               ELSE
                   MOVE ZERO TO WS-RATE-EFFECTIVE (WS-RATE-COUNT)
               END-IF
           END-IF
           .

      * A missing limit file just means no class is limit-checked -
      * the control file is data, not a prerequisite.
       1200-LOAD-CLASS-LIMITS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS NOT = '00'
               CLOSE LIMIT-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ LIMIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1300-LOAD-ONE-LIMIT
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           .

       1300-LOAD-ONE-LIMIT.
           IF WS-LIMIT-COUNT >= 100
               DISPLAY 'ACCOUNTRECLASSIFY: CLASS LIMIT TABLE FULL - '
                   CLIM-ACCOUNT-TYPE CLIM-ACCOUNT-SUBTYPE ' DROPPED'
           ELSE
               ADD 1 TO WS-LIMIT-COUNT
               MOVE CLIM-ACCOUNT-TYPE
                   TO WS-LIMIT-TYPE (WS-LIMIT-COUNT)
               MOVE CLIM-ACCOUNT-SUBTYPE
                   TO WS-LIMIT-SUBTYPE (WS-LIMIT-COUNT)
               MOVE CLIM-FLOOR-TOTAL
                   TO WS-LIMIT-FLOOR (WS-LIMIT-COUNT)
               MOVE CLIM-CEILING-TOTAL
                   TO WS-LIMIT-CEILING (WS-LIMIT-COUNT)
           END-IF
           .

       2000-EDIT-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ

           IF RCLRQ-ACCOUNT-TEXT NOT NUMERIC
               MOVE 'ACCOUNT NUMBER NOT NUMERIC'
                   TO WS-REPORT-MESSAGE
               PERFORM 2900-WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF
           IF RCLRQ-ACCOUNT-TYPE = SPACE
                   OR RCLRQ-ACCOUNT-SUBTYPE = SPACE
               MOVE 'NEW TYPE/SUB-TYPE MISSING'
                   TO WS-REPORT-MESSAGE
               PERFORM 2900-WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF
           IF RCLRQ-EFFECTIVE-TEXT NOT NUMERIC
                   OR RCLRQ-EFFECTIVE-TEXT = '00000000'
               MOVE 'EFFECTIVE DATE MISSING OR NOT NUMERIC'
                   TO WS-REPORT-MESSAGE
               PERFORM 2900-WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE RCLRQ-EFFECTIVE-TEXT TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE > WS-TODAY-DATE
               ADD 1 TO WS-REQUESTS-HELD
               MOVE 'HELD - NOT YET EFFECTIVE'
                   TO WS-REPORT-MESSAGE
               PERFORM 2950-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE RCLRQ-ACCOUNT-TEXT TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-REPORT-MESSAGE
                   PERFORM 2900-WRITE-REJECTION
                   EXIT PARAGRAPH
           END-READ
           IF CUST-ACCOUNT-CLOSED
               MOVE 'ACCOUNT CLOSED'
                   TO WS-REPORT-MESSAGE
               PERFORM 2900-WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE RCLRQ-ACCOUNT-TYPE    TO WS-NEW-CLASS (1:1)
           MOVE RCLRQ-ACCOUNT-SUBTYPE TO WS-NEW-CLASS (2:1)
           IF CUST-ACCOUNT-CLASS = WS-NEW-CLASS
               ADD 1 TO WS-REQUESTS-ALREADY
               EXIT PARAGRAPH
           END-IF

           PERFORM 2500-CHECK-RATE-IN-EFFECT
           IF NOT WS-RATE-FOUND
               MOVE 'NO RATE ROW IN EFFECT FOR TARGET CLASS'
                   TO WS-REPORT-MESSAGE
               PERFORM 2900-WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 2600-CHECK-CLASS-LIMITS
           IF WS-LIMIT-BREACHED
               MOVE 'BALANCE OUTSIDE TARGET CLASS FLOOR/CEILING'
                   TO WS-REPORT-MESSAGE
               PERFORM 2900-WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 3000-APPLY-RECLASSIFICATION
           .

      * Any row for the target class effective on or before the
      * cycle date is a rate AccrualPostBatch can apply tonight.
       2500-CHECK-RATE-IN-EFFECT.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
                       OR WS-RATE-FOUND
               IF WS-RATE-TYPE (WS-SUB) = RCLRQ-ACCOUNT-TYPE
                       AND WS-RATE-SUBTYPE (WS-SUB)
                           = RCLRQ-ACCOUNT-SUBTYPE
                       AND WS-RATE-EFFECTIVE (WS-SUB)
                           <= WS-TODAY-DATE
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

      * A class with no limit row is not limit-checked, exactly as
      * TranBalancePost treats it.
       2600-CHECK-CLASS-LIMITS.
           MOVE 'N' TO WS-LIMIT-BREACH-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LIMIT-COUNT
               IF WS-LIMIT-TYPE (WS-SUB) = RCLRQ-ACCOUNT-TYPE
                       AND WS-LIMIT-SUBTYPE (WS-SUB)
                           = RCLRQ-ACCOUNT-SUBTYPE
                   IF CUST-BALANCE-TOTAL < WS-LIMIT-FLOOR (WS-SUB)
                           OR CUST-BALANCE-TOTAL
                               > WS-LIMIT-CEILING (WS-SUB)
                       SET WS-LIMIT-BREACHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

      * Callers set WS-REPORT-MESSAGE; these compose the whole line.
       2900-WRITE-REJECTION.
           ADD 1 TO WS-REQUESTS-REJECTED
           PERFORM 2950-WRITE-REPORT-LINE
           .

       2950-WRITE-REPORT-LINE.
           MOVE SPACES TO RECLASS-REPORT-LINE
           MOVE RCLRQ-ACCOUNT-TEXT     TO RECLASS-REPORT-LINE (1:10)
           MOVE RCLRQ-ACCOUNT-TYPE     TO RECLASS-REPORT-LINE (12:1)
           MOVE RCLRQ-ACCOUNT-SUBTYPE  TO RECLASS-REPORT-LINE (13:1)
           MOVE RCLRQ-EFFECTIVE-TEXT   TO RECLASS-REPORT-LINE (15:8)
           MOVE WS-REPORT-MESSAGE      TO RECLASS-REPORT-LINE (24:50)
           WRITE RECLASS-REPORT-LINE
           .

      * The master and the journal move together - the journal is
      * written only once the REWRITE has landed.
       3000-APPLY-RECLASSIFICATION.
           MOVE CUST-ACCOUNT-CLASS TO WS-OLD-CLASS
           MOVE RCLRQ-ACCOUNT-TYPE    TO CUST-ACCOUNT-TYPE
           MOVE RCLRQ-ACCOUNT-SUBTYPE TO CUST-ACCOUNT-SUBTYPE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED'
                       TO WS-REPORT-MESSAGE
                   PERFORM 2900-WRITE-REJECTION
                   EXIT PARAGRAPH
           END-REWRITE

      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES TO CLASS-CHANGE-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE  TO CLSC-TIMESTAMP
           MOVE CUST-ACCOUNT-NUMBER    TO CLSC-ACCOUNT-NUMBER
           MOVE WS-OLD-CLASS           TO CLSC-OLD-CLASS
           MOVE WS-NEW-CLASS           TO CLSC-NEW-CLASS
           MOVE WS-EFFECTIVE-DATE      TO CLSC-EFFECTIVE-DATE
           MOVE WS-TODAY-DATE          TO CLSC-CYCLE-DATE
           MOVE CUST-BALANCE-TOTAL     TO CLSC-BALANCE-TOTAL
           MOVE WS-JOB-NAME            TO CLSC-JOB-NAME
           WRITE CLASS-CHANGE-LOG-RECORD
           ADD 1 TO WS-REQUESTS-APPLIED

           MOVE CUST-BALANCE-TOTAL TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-REPORT-MESSAGE
           STRING 'APPLIED FROM ' WS-OLD-CLASS ' BALANCE '
                   WS-EDIT-BALANCE
                   DELIMITED BY SIZE
               INTO WS-REPORT-MESSAGE
           PERFORM 2950-WRITE-REPORT-LINE
           .

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECLASS-REPORT-LINE
           STRING 'CYCLE ' WS-TODAY-DATE
                   '  READ ' WS-REQUESTS-READ
                   '  APPLIED ' WS-REQUESTS-APPLIED
                   '  HELD ' WS-REQUESTS-HELD
                   '  REJECTED ' WS-REQUESTS-REJECTED
                   '  ALREADY IN CLASS ' WS-REQUESTS-ALREADY
                   DELIMITED BY SIZE
               INTO RECLASS-REPORT-LINE
           WRITE RECLASS-REPORT-LINE
           .
       END PROGRAM AccountReclassify.
