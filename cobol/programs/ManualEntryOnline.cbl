      * configurable limit on FUNDECL.MANLIMIT.CTL is refused unless
      * a supervisor id is keyed with it. The limit file absent
      * means the shipped default applies.
      *
      * Operator sign-on: the teller signs on first (operator id and
      * password, checked by OperatorAuthorize against the operator
      * security file and the role table) and each entry is
      * authorized as command MANUAL before it is edited. The
      * supervisor id on an over-limit entry is no longer taken on
      * trust - the supervisor keys their own password alongside it
      * and OperatorAuthorize must find an active operator whose role
      * carries SUPVOVRD and who is not the teller who keyed the
      * entry. Every sign-on, entry and approval, granted or
      * refused, lands on the access log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManualEntryOnline.
           88  WS-DIRECTION-DEBIT                VALUE 'D'.
           88  WS-DIRECTION-CREDIT               VALUE 'C'.
       01  WS-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
       01  WS-SUPERVISOR-PASSWORD      PIC X(08) VALUE SPACES.
       01  WS-COMMAND                  PIC X VALUE SPACE.
       01  WS-CONTINUE-SWITCH          PIC X VALUE 'Y'.
           88  WS-CONTINUE-PROCESSING            VALUE 'Y'.
       01  WS-ENTRY-MAGNITUDE          PIC 9(09).
       01  WS-ENTRIES-WRITTEN          PIC 9(05) VALUE ZERO.

      * Sign-on and per-command authorization - see
      * OperatorAuthorize.cbl for the request codes.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(08) VALUE SPACES.
       01  WS-AUTH-REQUEST-CODE        PIC X(01).
       01  WS-AUTH-FUNCTION            PIC X(08).
       01  WS-AUTH-PROGRAM             PIC X(20)
                                       VALUE 'ManualEntryOnline'.
       01  WS-AUTH-ACCOUNT             PIC 9(10) VALUE ZERO.
       01  WS-AUTH-REQUESTOR           PIC X(08) VALUE SPACES.
       01  WS-AUTH-RESULT              PIC X(01).
           88  WS-AUTH-GRANTED                   VALUE 'Y'.
       01  WS-AUTH-REASON              PIC X(30).
       01  WS-SIGNON-ATTEMPTS          PIC 9(01) VALUE ZERO.
       01  WS-SIGNON-MESSAGE           PIC X(40) VALUE SPACES.

       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
                   VALUE 'MANUAL TRANSACTION ENTRY - SIGN ON'.
           05  LINE 2  COLUMN 1  VALUE 'OPERATOR ID  . . .'.
           05  LINE 2  COLUMN 21 PIC X(08) USING WS-OPERATOR-ID.
           05  LINE 3  COLUMN 1  VALUE 'PASSWORD . . . . .'.
           05  LINE 3  COLUMN 21 PIC X(08) USING WS-OPERATOR-PASSWORD
                   SECURE.
           05  LINE 4  COLUMN 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  MANUAL-ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'MANUAL TRANSACTION ENTRY'.
           05  LINE 1  COLUMN 50 VALUE 'OPERATOR'.
           05  LINE 1  COLUMN 59 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 2  COLUMN 1  VALUE 'ACCOUNT NUMBER . .'.
           05  LINE 2  COLUMN 21 PIC 9(10) USING
                   WS-ACCOUNT-NUMBER-DISPLAY.
           05  LINE 8  COLUMN 21 PIC X(01) USING WS-DIRECTION.
           05  LINE 9  COLUMN 1  VALUE 'SUPERVISOR ID  . .'.
           05  LINE 9  COLUMN 21 PIC X(08) USING WS-SUPERVISOR-ID.
           05  LINE 10 COLUMN 1  VALUE 'SUPERVISOR PASSWORD'.
           05  LINE 10 COLUMN 21 PIC X(08) USING WS-SUPERVISOR-PASSWORD
                   SECURE.
           05  LINE 11 COLUMN 1  VALUE 'A=ADD ENTRY, X=EXIT'.
           05  LINE 11 COLUMN 25 PIC X USING WS-COMMAND.
           05  LINE 13 COLUMN 1  VALUE 'LAST ACTION:'.
               GOBACK
           END-IF

           PERFORM 0050-SIGN-ON
           IF NOT WS-AUTH-GRANTED
               DISPLAY 'MANUALENTRYONLINE: SIGN-ON REFUSED FOR '
                   WS-OPERATOR-ID ' - ' WS-AUTH-REASON
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0100-LOAD-APPROVAL-LIMIT

           PERFORM UNTIL NOT WS-CONTINUE-PROCESSING
           GOBACK
           .

      * Three tries at the sign-on screen; the password is blanked
      * after every try so it never sits in storage.
       0050-SIGN-ON.
           MOVE 'N' TO WS-AUTH-RESULT
           PERFORM UNTIL WS-AUTH-GRANTED OR WS-SIGNON-ATTEMPTS = 3
               DISPLAY SIGN-ON-SCREEN
               ACCEPT SIGN-ON-SCREEN
               ADD 1 TO WS-SIGNON-ATTEMPTS
               MOVE 'S'       TO WS-AUTH-REQUEST-CODE
               MOVE 'MANUAL'  TO WS-AUTH-FUNCTION
               MOVE ZERO      TO WS-AUTH-ACCOUNT
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

      * One command by the signed-on operator. WS-AUTH-FUNCTION and
      * WS-AUTH-ACCOUNT are set by the caller; a refusal is put on
      * the last-action line.
       0060-AUTHORIZE.
           MOVE 'A' TO WS-AUTH-REQUEST-CODE
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

       0100-LOAD-APPROVAL-LIMIT.
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS NOT = '00'
           .

       1000-ADD-ONE-ENTRY.
           MOVE 'MANUAL' TO WS-AUTH-FUNCTION
           MOVE WS-ACCOUNT-NUMBER-DISPLAY TO WS-AUTH-ACCOUNT
           PERFORM 0060-AUTHORIZE
           IF NOT WS-AUTH-GRANTED
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-ID-ENTRY = SPACES
               MOVE 'BATCH ID IS REQUIRED'
                                       TO WS-LAST-ACTION-MESSAGE
           END-COMPUTE

           IF WS-ENTRY-MAGNITUDE > WS-APPROVAL-LIMIT
               IF WS-SUPERVISOR-ID = SPACES
                   MOVE 'OVER LIMIT - SUPERVISOR ID REQUIRED'
                                       TO WS-LAST-ACTION-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 1150-VALIDATE-SUPERVISOR
               IF NOT WS-AUTH-GRANTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 1200-WRITE-DAY-RECORD
           MOVE SPACES TO WS-SUPERVISOR-ID
           .

      * The supervisor's own id and password, checked the way a
      * sign-on is, plus the SUPVOVRD grant - and the teller who
      * keyed the entry goes along as the requestor, so a supervisor
      * cannot approve their own entry.
       1150-VALIDATE-SUPERVISOR.
           MOVE 'O'              TO WS-AUTH-REQUEST-CODE
           MOVE 'SUPVOVRD'       TO WS-AUTH-FUNCTION
           MOVE WS-ACCOUNT-NUMBER-DISPLAY TO WS-AUTH-ACCOUNT
           MOVE WS-OPERATOR-ID   TO WS-AUTH-REQUESTOR
           CALL 'OperatorAuthorize' USING
                   BY REFERENCE WS-AUTH-REQUEST-CODE
                   BY REFERENCE WS-SUPERVISOR-ID
                   BY REFERENCE WS-SUPERVISOR-PASSWORD
                   BY REFERENCE WS-AUTH-FUNCTION
                   BY REFERENCE WS-AUTH-PROGRAM
                   BY REFERENCE WS-AUTH-ACCOUNT
                   BY REFERENCE WS-AUTH-REQUESTOR
                   BY REFERENCE WS-AUTH-RESULT
                   BY REFERENCE WS-AUTH-REASON
           MOVE SPACES TO WS-SUPERVISOR-PASSWORD WS-AUTH-REQUESTOR
           IF NOT WS-AUTH-GRANTED
               MOVE SPACES TO WS-LAST-ACTION-MESSAGE
               STRING 'SUPERVISOR: ' WS-AUTH-REASON
                       DELIMITED BY SIZE
                   INTO WS-LAST-ACTION-MESSAGE
           END-IF
           .

      * Append-per-entry, open-write-close like SetCustomerFlag's
      * journal - two tellers keying at once must not clobber each
      * other's buffered records.
