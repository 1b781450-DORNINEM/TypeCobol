      * AuditInquiryExtract does), oldest generation to newest, then
      * the live files - the slot push leaves the three most recent
      * entries across generations and live together.
      *
      * Read-only is not the same as open to anyone: the operator
      * signs on first (operator id and password, checked by
      * OperatorAuthorize against the operator security file and
      * the role table), and every lookup is authorized as command
      * INQUIRY and written to the access log with the account it
      * asked about - who looked at an account is as auditable as
      * who changed it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountInquiryOnline.
           05  WS-FLAG-LINE            PIC X(75) OCCURS 3 TIMES.
       01  WS-LINE-WORK                PIC X(75).

      * Sign-on and per-command authorization - see
      * OperatorAuthorize.cbl for the request codes.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(08) VALUE SPACES.
       01  WS-AUTH-REQUEST-CODE        PIC X(01).
       01  WS-AUTH-FUNCTION            PIC X(08).
       01  WS-AUTH-PROGRAM             PIC X(20)
                                       VALUE 'AccountInquiryOnline'.
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
                   VALUE 'ACCOUNT RESEARCH INQUIRY - SIGN ON'.
           05  LINE 2  COLUMN 1  VALUE 'OPERATOR ID  . . .'.
           05  LINE 2  COLUMN 21 PIC X(08) USING WS-OPERATOR-ID.
           05  LINE 3  COLUMN 1  VALUE 'PASSWORD . . . . .'.
           05  LINE 3  COLUMN 21 PIC X(08) USING WS-OPERATOR-PASSWORD
                   SECURE.
           05  LINE 4  COLUMN 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  ACCOUNT-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
           05  LINE 3  COLUMN 1  VALUE 'L=LOOKUP,X=EXIT'.
           05  LINE 3  COLUMN 18 PIC X USING WS-COMMAND.
           05  LINE 4  COLUMN 1  PIC X(40) FROM WS-MESSAGE.
           05  LINE 4  COLUMN 50 VALUE 'OPERATOR'.
           05  LINE 4  COLUMN 59 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 6  COLUMN 1  VALUE 'NAME . . . . . . .'.
           05  LINE 6  COLUMN 21 PIC X(30) FROM WS-NAME-DISPLAY.
           05  LINE 7  COLUMN 1  VALUE 'STATUS . . . . . .'.
               GOBACK
           END-IF

           PERFORM 0050-SIGN-ON
           IF NOT WS-AUTH-GRANTED
               DISPLAY 'ACCOUNTINQUIRYONLINE: SIGN-ON REFUSED FOR '
                   WS-OPERATOR-ID ' - ' WS-AUTH-REASON
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL NOT WS-CONTINUE-PROCESSING
               DISPLAY ACCOUNT-INQUIRY-SCREEN
               ACCEPT ACCOUNT-INQUIRY-SCREEN
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
               MOVE 'INQUIRY' TO WS-AUTH-FUNCTION
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
      * the message line.
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
               MOVE WS-AUTH-REASON TO WS-MESSAGE
           END-IF
           .

       0100-LOOKUP-ACCOUNT.
           MOVE SPACES TO WS-NAME-DISPLAY WS-STATUS-LINE
                          WS-BALANCE-LINE
                          WS-SWAP-LINE (3) WS-FLAG-LINE (1)
                          WS-FLAG-LINE (2) WS-FLAG-LINE (3)

           MOVE 'INQUIRY' TO WS-AUTH-FUNCTION
           MOVE WS-ACCOUNT-NUMBER-DISPLAY TO WS-AUTH-ACCOUNT
           PERFORM 0060-AUTHORIZE
           IF NOT WS-AUTH-GRANTED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCOUNT-NUMBER-DISPLAY TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
