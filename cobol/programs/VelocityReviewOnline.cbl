      ******************************************************************
      * VelocityReviewOnline - analyst review of the unusual-activity
      * alert queue FUNDECL.VELOCITY.ALERTS (VELALRT.cpy) that
      * VelocityMonitor appends to after posting. Walks the queue one
      * alert at a time, shows the reason next to the cycle's figure
      * and the limit it broke, with the account's name and current
      * hold state off the customer master, and takes one of:
      *   D = dismiss  - the activity is explained; the alert moves
      *                  to FUNDECL.VELOCITY.REVIEWED (VELREVW.cpy)
      *                  marked dismissed,
      *   E = escalate - the account is placed on hold through
      *                  SetCustomerFlag, journaled to the flag-change
      *                  log like every other hold, and the alert
      *                  moves to the reviewed file marked escalated.
      *                  An account already on hold is left as it is
      *                  and the escalation is still recorded,
      *   S = skip     - the alert stays on the queue for a later
      *                  session,
      *   X = exit     - this and all remaining alerts stay queued.
      * The queue is rewritten on the way out holding only the skipped
      * and remaining alerts, the same keep-table way
      * RejectRepairOnline rewrites the reject file.
      *
      * Operator sign-on through OperatorAuthorize as command VELREVW;
      * a dismissal is authorized as VELREVW and an escalation as
      * HOLD, the command that already governs the on-hold flag on
      * SwapParametersOnline, so an analyst whose role cannot hold an
      * account cannot do it from here either. The signed-on operator
      * id is the job name on the flag-change log and the reviewer on
      * the reviewed file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VelocityReviewOnline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO WS-ALERT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REVIEWED-FILE ASSIGN TO WS-REVIEWED-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWED-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY VELALRT.

       FD  REVIEWED-FILE.
       COPY VELREVW.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       01  WS-ALERT-DSN                PIC X(80)
                                     VALUE 'FUNDECL.VELOCITY.ALERTS'.
       01  WS-ALERT-STATUS             PIC X(02).
       01  WS-REVIEWED-DSN             PIC X(80)
                                     VALUE 'FUNDECL.VELOCITY.REVIEWED'.
       01  WS-REVIEWED-STATUS          PIC X(02).
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-JOB-NAME                 PIC X(08) VALUE 'ONLINE'.
       01  WS-HOLD-FLAG-NAME           PIC X(12) VALUE 'ACCT-ON-HOLD'.
       01  WS-DESIRED-FLAG-VALUE       PIC X(01).
       01  WS-REVIEW-DECISION          PIC X(01).
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-EXIT-SWITCH              PIC X VALUE 'N'.
           88  WS-OPERATOR-EXITED                VALUE 'Y'.
       01  WS-COMMAND-DONE-SWITCH      PIC X.
           88  WS-COMMAND-DONE                   VALUE 'Y'.
       01  WS-ON-MASTER-SWITCH         PIC X.
           88  WS-ON-MASTER                      VALUE 'Y'.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(08) VALUE SPACES.
       01  WS-COMMAND                  PIC X VALUE SPACE.
       01  WS-LAST-ACTION-MESSAGE      PIC X(40) VALUE SPACES.
       01  WS-RECORDS-ON-FILE          PIC 9(05) VALUE ZERO.
       01  WS-ALERTS-READ              PIC 9(05) VALUE ZERO.
       01  WS-ALERTS-DISMISSED         PIC 9(05) VALUE ZERO.
       01  WS-ALERTS-ESCALATED         PIC 9(05) VALUE ZERO.
       01  WS-ALERTS-KEPT              PIC 9(05) VALUE ZERO.
       01  WS-SUB                      PIC 9(04) COMP.

      * Sign-on and per-command authorization - see
      * OperatorAuthorize.cbl for the request codes.
       01  WS-AUTH-REQUEST-CODE        PIC X(01).
       01  WS-AUTH-FUNCTION            PIC X(08) VALUE 'VELREVW'.
       01  WS-AUTH-PROGRAM             PIC X(20)
                                       VALUE 'VelocityReviewOnline'.
       01  WS-AUTH-ACCOUNT             PIC 9(10) VALUE ZERO.
       01  WS-AUTH-REQUESTOR           PIC X(08) VALUE SPACES.
       01  WS-AUTH-RESULT              PIC X(01).
           88  WS-AUTH-GRANTED                   VALUE 'Y'.
       01  WS-AUTH-REASON              PIC X(30).
       01  WS-SIGNON-ATTEMPTS          PIC 9(01) VALUE ZERO.
       01  WS-SIGNON-MESSAGE           PIC X(40) VALUE SPACES.

      * Screen copy of the alert on show, with the master's name and
      * hold state beside it.
       01  WS-SHOW-CYCLE-DATE          PIC 9(08).
       01  WS-SHOW-ACCOUNT             PIC 9(10).
       01  WS-SHOW-CLASS               PIC X(02).
       01  WS-SHOW-REASON-CODE         PIC X(04).
       01  WS-SHOW-REASON-TEXT         PIC X(40).
       01  WS-SHOW-OBSERVED            PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-LIMIT               PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-NAME                PIC X(30).
       01  WS-SHOW-HOLD-STATE          PIC X(20).

      * Skipped/remaining alerts ride through this table so the queue
      * can be rewritten in place holding only them.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-KEEP-ENTRY           PIC X(92) OCCURS 500 TIMES.

       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
                   VALUE 'UNUSUAL ACTIVITY REVIEW - SIGN ON'.
           05  LINE 2  COLUMN 1  VALUE 'OPERATOR ID  . . .'.
           05  LINE 2  COLUMN 21 PIC X(08) USING WS-OPERATOR-ID.
           05  LINE 3  COLUMN 1  VALUE 'PASSWORD . . . . .'.
           05  LINE 3  COLUMN 21 PIC X(08) USING WS-OPERATOR-PASSWORD
                   SECURE.
           05  LINE 4  COLUMN 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  ALERT-REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'UNUSUAL ACTIVITY REVIEW'.
           05  LINE 2  COLUMN 1  VALUE 'OPERATOR ID  . . .'.
           05  LINE 2  COLUMN 21 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 4  COLUMN 1  VALUE 'CYCLE DATE . . . .'.
           05  LINE 4  COLUMN 21 PIC 9(08) FROM WS-SHOW-CYCLE-DATE.
           05  LINE 5  COLUMN 1  VALUE 'ACCOUNT NUMBER . .'.
           05  LINE 5  COLUMN 21 PIC 9(10) FROM WS-SHOW-ACCOUNT.
           05  LINE 5  COLUMN 33 VALUE 'CLASS'.
           05  LINE 5  COLUMN 39 PIC X(02) FROM WS-SHOW-CLASS.
           05  LINE 6  COLUMN 1  VALUE 'CUSTOMER NAME  . .'.
           05  LINE 6  COLUMN 21 PIC X(30) FROM WS-SHOW-NAME.
           05  LINE 7  COLUMN 1  VALUE 'HOLD STATE . . . .'.
           05  LINE 7  COLUMN 21 PIC X(20) FROM WS-SHOW-HOLD-STATE.
           05  LINE 9  COLUMN 1  VALUE 'REASON . . . . . .'.
           05  LINE 9  COLUMN 21 PIC X(04) FROM WS-SHOW-REASON-CODE.
           05  LINE 9  COLUMN 26 PIC X(40) FROM WS-SHOW-REASON-TEXT.
           05  LINE 10 COLUMN 1  VALUE 'THIS CYCLE . . . .'.
           05  LINE 10 COLUMN 21 PIC X(14) FROM WS-SHOW-OBSERVED.
           05  LINE 11 COLUMN 1  VALUE 'LIMIT  . . . . . .'.
           05  LINE 11 COLUMN 21 PIC X(14) FROM WS-SHOW-LIMIT.
           05  LINE 13 COLUMN 1
                   VALUE 'D=DISMISS,E=ESCALATE TO HOLD,S=SKIP,X=EXIT'.
           05  LINE 13 COLUMN 45 PIC X USING WS-COMMAND.
           05  LINE 15 COLUMN 1  VALUE 'LAST ACTION:'.
           05  LINE 15 COLUMN 14 PIC X(40) FROM WS-LAST-ACTION-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-PREFLIGHT-COUNT
           IF WS-RECORDS-ON-FILE > 500
      * The keep table rewrites the queue in place on the way out -
      * refusing up front is the only way a session can never lose
      * an alert it had no room to carry.
               DISPLAY 'VELOCITYREVIEWONLINE: ' WS-RECORDS-ON-FILE
                   ' ALERTS EXCEEDS THE 500-RECORD SESSION LIMIT'
                   ' - RUN AGAIN AFTER WORKING THE QUEUE DOWN'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'VELOCITYREVIEWONLINE: NO ALERT QUEUE ON '
                   WS-ALERT-DSN ' STATUS ' WS-ALERT-STATUS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'VELOCITYREVIEWONLINE: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               CLOSE ALERT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0060-SIGN-ON
           IF NOT WS-AUTH-GRANTED
               DISPLAY 'VELOCITYREVIEWONLINE: SIGN-ON REFUSED FOR '
                   WS-OPERATOR-ID ' - ' WS-AUTH-REASON
               CLOSE ALERT-FILE
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO WS-JOB-NAME

           OPEN EXTEND REVIEWED-FILE
           IF WS-REVIEWED-STATUS = '05' OR '35'
               CLOSE REVIEWED-FILE
               OPEN OUTPUT REVIEWED-FILE
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ ALERT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ALERTS-READ
                       IF WS-OPERATOR-EXITED
                           PERFORM 0400-KEEP-ALERT
                       ELSE
                           PERFORM 0100-REVIEW-ONE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE

           PERFORM 0500-REWRITE-ALERT-QUEUE

           CLOSE REVIEWED-FILE
           CLOSE CUSTOMER-MASTER-FILE

           DISPLAY 'VELOCITYREVIEWONLINE: READ ' WS-ALERTS-READ
               ' DISMISSED ' WS-ALERTS-DISMISSED
               ' ESCALATED ' WS-ALERTS-ESCALATED
               ' KEPT ' WS-ALERTS-KEPT
           MOVE 0 TO RETURN-CODE
           GOBACK
           .

       0050-PREFLIGHT-COUNT.
           MOVE ZERO TO WS-RECORDS-ON-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ ALERT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END ADD 1 TO WS-RECORDS-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           .

      * Three tries at the sign-on screen; the password is blanked
      * after every try so it never sits in storage.
       0060-SIGN-ON.
           MOVE 'N' TO WS-AUTH-RESULT
           PERFORM UNTIL WS-AUTH-GRANTED OR WS-SIGNON-ATTEMPTS = 3
               DISPLAY SIGN-ON-SCREEN
               ACCEPT SIGN-ON-SCREEN
               ADD 1 TO WS-SIGNON-ATTEMPTS
               MOVE 'S' TO WS-AUTH-REQUEST-CODE
               CALL 'OperatorAuthorize' USING
                       BY REFERENCE WS-AUTH-REQUEST-CODE
                       BY REFERENCE WS-OPERATOR-ID
                       BY REFERENCE WS-OPERATOR-PASSWORD
                       BY REFERENCE WS-AUTH-FUNCTION
                       BY REFERENCE WS-AUTH-PROGRAM
                       BY REFERENCE WS-AUTH-ACCOUNT
                       BY REFERENCE WS-AUTH-REQUESTOR
                       BY REFERENCE WS-AUTH-RESULT
                       BY REFERENCE WS-AUTH-REASON
               MOVE SPACES TO WS-OPERATOR-PASSWORD
               MOVE WS-AUTH-REASON TO WS-SIGNON-MESSAGE
           END-PERFORM
           .

      * One dismissal or escalation by the signed-on operator, for
      * the account on show; a refusal is put on the last-action
      * line.
       0070-AUTHORIZE.
           MOVE 'A' TO WS-AUTH-REQUEST-CODE
           MOVE ALRT-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
           CALL 'OperatorAuthorize' USING
                   BY REFERENCE WS-AUTH-REQUEST-CODE
                   BY REFERENCE WS-OPERATOR-ID
                   BY REFERENCE WS-OPERATOR-PASSWORD
                   BY REFERENCE WS-AUTH-FUNCTION
                   BY REFERENCE WS-AUTH-PROGRAM
                   BY REFERENCE WS-AUTH-ACCOUNT
                   BY REFERENCE WS-AUTH-REQUESTOR
                   BY REFERENCE WS-AUTH-RESULT
                   BY REFERENCE WS-AUTH-REASON
           IF NOT WS-AUTH-GRANTED
               MOVE WS-AUTH-REASON TO WS-LAST-ACTION-MESSAGE
           END-IF
           .

       0100-REVIEW-ONE-ALERT.
           MOVE ALRT-CYCLE-DATE        TO WS-SHOW-CYCLE-DATE
           MOVE ALRT-ACCOUNT-NUMBER    TO WS-SHOW-ACCOUNT
           MOVE ALRT-ACCOUNT-CLASS     TO WS-SHOW-CLASS
           MOVE ALRT-REASON-CODE       TO WS-SHOW-REASON-CODE
           MOVE ALRT-REASON-TEXT       TO WS-SHOW-REASON-TEXT
           MOVE ALRT-OBSERVED          TO WS-SHOW-OBSERVED
           MOVE ALRT-LIMIT             TO WS-SHOW-LIMIT
           PERFORM 0150-READ-MASTER
           MOVE SPACE                  TO WS-COMMAND
           MOVE 'N'                    TO WS-COMMAND-DONE-SWITCH

           PERFORM UNTIL WS-COMMAND-DONE
               DISPLAY ALERT-REVIEW-SCREEN
               ACCEPT ALERT-REVIEW-SCREEN
      * 0200/0300 decide for themselves whether the command is done -
      * one refused by the authorization, or an escalation the master
      * would not take, must redisplay with the alert still queued.
               EVALUATE WS-COMMAND
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 0200-DISMISS-ALERT
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM 0300-ESCALATE-ALERT
                   WHEN 'S'
                   WHEN 's'
                       PERFORM 0400-KEEP-ALERT
                       MOVE 'ALERT KEPT FOR A LATER SESSION'
                                       TO WS-LAST-ACTION-MESSAGE
                       SET WS-COMMAND-DONE TO TRUE
                   WHEN 'X'
                   WHEN 'x'
                       PERFORM 0400-KEEP-ALERT
                       SET WS-OPERATOR-EXITED TO TRUE
                       SET WS-COMMAND-DONE TO TRUE
                   WHEN OTHER
                       MOVE 'ENTER D, E, S, OR X'
                                       TO WS-LAST-ACTION-MESSAGE
               END-EVALUATE
           END-PERFORM
           .

      * The master record stays in the FD area for an escalation's
      * REWRITE.
       0150-READ-MASTER.
           MOVE 'N' TO WS-ON-MASTER-SWITCH
           MOVE ALRT-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-SHOW-NAME
                   MOVE 'NOT ON MASTER' TO WS-SHOW-HOLD-STATE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
                   MOVE CUST-CUSTOMER-NAME TO WS-SHOW-NAME
                   IF CUST-ACCOUNT-ON-HOLD
                       MOVE 'ON HOLD' TO WS-SHOW-HOLD-STATE
                   ELSE
                       MOVE 'NOT ON HOLD' TO WS-SHOW-HOLD-STATE
                   END-IF
           END-READ
           .

       0200-DISMISS-ALERT.
           MOVE 'VELREVW' TO WS-AUTH-FUNCTION
           PERFORM 0070-AUTHORIZE
           IF WS-AUTH-GRANTED
               MOVE 'D' TO WS-REVIEW-DECISION
               PERFORM 0450-WRITE-REVIEWED-ALERT
               ADD 1 TO WS-ALERTS-DISMISSED
               MOVE 'ALERT DISMISSED UNDER OPERATOR ID'
                                       TO WS-LAST-ACTION-MESSAGE
               SET WS-COMMAND-DONE TO TRUE
           END-IF
           .

      * Same SetCustomerFlag-then-REWRITE idiom as the H command on
      * SwapParametersOnline, so the hold lands on the flag-change
      * log HoldReleaseSweep reads when it is later released.
       0300-ESCALATE-ALERT.
           IF NOT WS-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER - DISMISS INSTEAD'
                                       TO WS-LAST-ACTION-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'HOLD' TO WS-AUTH-FUNCTION
           PERFORM 0070-AUTHORIZE
           IF NOT WS-AUTH-GRANTED
               EXIT PARAGRAPH
           END-IF

           IF CUST-ACCOUNT-ON-HOLD
               MOVE 'ALREADY ON HOLD - ESCALATION RECORDED'
                                       TO WS-LAST-ACTION-MESSAGE
           ELSE
               MOVE 'Y' TO WS-DESIRED-FLAG-VALUE
               CALL 'SetCustomerFlag' USING
                       BY REFERENCE CUST-ACCOUNT-NUMBER
                       BY REFERENCE WS-HOLD-FLAG-NAME
                       BY REFERENCE WS-DESIRED-FLAG-VALUE
                       BY REFERENCE CUST-ACCOUNT-ON-HOLD-FLAG
                       BY REFERENCE WS-JOB-NAME
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE 'FLAG SET BUT MASTER REWRITE FAILED'
                                       TO WS-LAST-ACTION-MESSAGE
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE 'ACCOUNT PLACED ON HOLD - ESCALATED'
                                       TO WS-LAST-ACTION-MESSAGE
                       MOVE 'ON HOLD' TO WS-SHOW-HOLD-STATE
               END-REWRITE
           END-IF

           MOVE 'E' TO WS-REVIEW-DECISION
           PERFORM 0450-WRITE-REVIEWED-ALERT
           ADD 1 TO WS-ALERTS-ESCALATED
           SET WS-COMMAND-DONE TO TRUE
           .

       0400-KEEP-ALERT.
           IF WS-KEEP-COUNT >= 500
               DISPLAY 'VELOCITYREVIEWONLINE: KEEP TABLE FULL - '
                   'ALERT LEFT UNWORKED ON THE QUEUE'
           ELSE
               ADD 1 TO WS-KEEP-COUNT
               ADD 1 TO WS-ALERTS-KEPT
               MOVE VELOCITY-ALERT-RECORD
                   TO WS-KEEP-ENTRY (WS-KEEP-COUNT)
           END-IF
           .

       0450-WRITE-REVIEWED-ALERT.
           MOVE SPACES                 TO VELOCITY-REVIEW-RECORD
           MOVE VELOCITY-ALERT-RECORD  TO REVW-ALERT-IMAGE
           MOVE WS-REVIEW-DECISION     TO REVW-DECISION
           MOVE WS-OPERATOR-ID         TO REVW-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE  TO REVW-TIMESTAMP
           WRITE VELOCITY-REVIEW-RECORD
           .

       0500-REWRITE-ALERT-QUEUE.
           OPEN OUTPUT ALERT-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KEEP-COUNT
               MOVE WS-KEEP-ENTRY (WS-SUB) TO VELOCITY-ALERT-RECORD
               WRITE VELOCITY-ALERT-RECORD
           END-PERFORM
           CLOSE ALERT-FILE
           .
       END PROGRAM VelocityReviewOnline.
