      * otherwise unreachable dead code. Toggles CUST-ACCOUNT-CLOSED-
      * FLAG the same SET ... TO TRUE/FALSE way SetCustomerFlag always
      * used internally, and rewrites the master with the result.
      *
      * Operator sign-on: the transaction opens on a sign-on screen
      * (operator id and password, checked by OperatorAuthorize
      * against the operator security file and the role table) and
      * every command is then authorized against the operator's role
      * before it runs - L as INQUIRY, S as SWAP, C as CLOSE, H as
      * HOLD, D as DORMANT - so an inquiry-only role can look but not
      * touch. Granted and refused commands alike land on the access
      * log. The signed-on operator id replaces the free-keyed job
      * name, so the swap audit and the flag-change log now name the
      * person who made the change instead of whatever was typed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SwapParametersOnline.
       01  WS-DORMANT-FLAG-NAME        PIC X(12) VALUE 'ACCT-DORMANT'.
       01  WS-DESIRED-FLAG-VALUE       PIC X(01).

      * Sign-on and per-command authorization - see
      * OperatorAuthorize.cbl for the request codes.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(08) VALUE SPACES.
       01  WS-AUTH-REQUEST-CODE        PIC X(01).
       01  WS-AUTH-FUNCTION            PIC X(08).
       01  WS-AUTH-PROGRAM             PIC X(20)
                                       VALUE 'SwapParametersOnline'.
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
                   VALUE 'SWAPPARAMETERS ONLINE MAINT - SIGN ON'.
           05  LINE 2  COLUMN 1  VALUE 'OPERATOR ID  . . .'.
           05  LINE 2  COLUMN 21 PIC X(08) USING WS-OPERATOR-ID.
           05  LINE 3  COLUMN 1  VALUE 'PASSWORD . . . . .'.
           05  LINE 3  COLUMN 21 PIC X(08) USING WS-OPERATOR-PASSWORD
                   SECURE.
           05  LINE 4  COLUMN 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  SWAP-MAINTENANCE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'SWAPPARAMETERS ONLINE MAINT'.
           05  LINE 2  COLUMN 1  VALUE 'ACCOUNT NUMBER . .'.
           05  LINE 2  COLUMN 21 PIC 9(10) USING
                   WS-ACCOUNT-NUMBER-DISPLAY.
           05  LINE 3  COLUMN 1  VALUE 'OPERATOR . . . . .'.
           05  LINE 3  COLUMN 21 PIC X(08) FROM WS-JOB-NAME.
           05  LINE 5  COLUMN 1  VALUE 'PRINCIPAL BALANCE .'.
           05  LINE 5  COLUMN 21 PIC 9(09) USING WS-PRINCIPAL-DISPLAY.
           05  LINE 6  COLUMN 1  VALUE 'INTEREST BALANCE . .'.
               GOBACK
           END-IF

           PERFORM 0050-SIGN-ON
           IF NOT WS-AUTH-GRANTED
               DISPLAY 'SWAPPARAMETERSONLINE: SIGN-ON REFUSED FOR '
                   WS-OPERATOR-ID ' - ' WS-AUTH-REASON
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * Swaps and flag flips are journaled under the operator's id.
           MOVE WS-OPERATOR-ID TO WS-JOB-NAME

           PERFORM UNTIL NOT WS-CONTINUE-PROCESSING
               DISPLAY SWAP-MAINTENANCE-SCREEN
               ACCEPT SWAP-MAINTENANCE-SCREEN
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
               MOVE WS-AUTH-REASON TO WS-LAST-SWAP-MESSAGE
           END-IF
           .

       0100-LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-LOADED-SWITCH
           MOVE 'INQUIRY' TO WS-AUTH-FUNCTION
           MOVE WS-ACCOUNT-NUMBER-DISPLAY TO WS-AUTH-ACCOUNT
           PERFORM 0060-AUTHORIZE
           IF NOT WS-AUTH-GRANTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-NUMBER-DISPLAY TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
               MOVE 'LOOKUP AN ACCOUNT (L) BEFORE SWAPPING'
                                       TO WS-LAST-SWAP-MESSAGE
           ELSE
               MOVE 'SWAP' TO WS-AUTH-FUNCTION
               MOVE CUST-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               PERFORM 0060-AUTHORIZE
               IF NOT WS-AUTH-GRANTED
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-PRINCIPAL-DISPLAY   TO WS-PRINCIPAL-COMP3
               MOVE WS-INTEREST-DISPLAY    TO WS-INTEREST-COMP3

               MOVE 'LOOKUP AN ACCOUNT (L) BEFORE CLOSE/REOPEN'
                                       TO WS-LAST-SWAP-MESSAGE
           ELSE
               MOVE 'CLOSE' TO WS-AUTH-FUNCTION
               MOVE CUST-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               PERFORM 0060-AUTHORIZE
               IF NOT WS-AUTH-GRANTED
                   EXIT PARAGRAPH
               END-IF

               IF CUST-ACCOUNT-CLOSED
                   MOVE 'N' TO WS-DESIRED-FLAG-VALUE
               ELSE
               MOVE 'LOOKUP AN ACCOUNT (L) BEFORE HOLD/RELEASE'
                                       TO WS-LAST-SWAP-MESSAGE
           ELSE
               MOVE 'HOLD' TO WS-AUTH-FUNCTION
               MOVE CUST-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               PERFORM 0060-AUTHORIZE
               IF NOT WS-AUTH-GRANTED
                   EXIT PARAGRAPH
               END-IF

               IF CUST-ACCOUNT-ON-HOLD
                   MOVE 'N' TO WS-DESIRED-FLAG-VALUE
               ELSE
               MOVE 'LOOKUP AN ACCOUNT (L) BEFORE DORMANCY'
                                       TO WS-LAST-SWAP-MESSAGE
           ELSE
               MOVE 'DORMANT' TO WS-AUTH-FUNCTION
               MOVE CUST-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               PERFORM 0060-AUTHORIZE
               IF NOT WS-AUTH-GRANTED
                   EXIT PARAGRAPH
               END-IF

               IF CUST-ACCOUNT-DORMANT
                   MOVE 'N' TO WS-DESIRED-FLAG-VALUE
               ELSE
