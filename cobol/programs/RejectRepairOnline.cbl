      * RejectRepairOnline - repair-and-resubmit facility for the
      * SWAPSUM reject file. InputEditPass routes a bad
      * SWAPSUM-REQUEST-RECORD to FUNDECL.SWAPSUM.REJECT with a reason
      * code (RT01/VR01/FT01-FT05), and until this transaction the
      * reject file was a dead end - the only way to get a rejected
      * request processed again was to ask the submitting area to
      * re-send the whole batch. This walks the reject file one
      * The reject file is rewritten on the way out holding only the
      * skipped/remaining records. SCREEN SECTION front end follows
      * SwapParametersOnline.cbl.
      *
      * Operator sign-on: the operator id is no longer free-keyed on
      * the repair screen. The session opens on a sign-on screen
      * (operator id and password, checked by OperatorAuthorize
      * against the operator security file and the role table) and
      * each fix or abandon is authorized as command REJREPR before
      * it is written, so the id stamped on an abandoned record is a
      * signed-on operator whose role carries reject repair. Every
      * sign-on, fix and abandon, granted or refused, lands on the
      * access log.
      *
      * Versioned layout: a reject of either SWAPSUM version is worked
      * here. The screen carries the layout version byte and the
      * version 2 account number and control total alongside X/Y/Z;
      * for a version 1 record those stay blank. The whole record,
      * extension included, goes to the resubmit dataset on a fix and
      * to the abandon file on an abandon (ABAN-ORIGINAL-EXTENSION,
      * appended last like REJ-ORIGINAL-EXTENSION on REJREC.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejectRepairOnline.
           05  ABAN-REASON-TEXT        PIC X(48).
           05  ABAN-OPERATOR-ID        PIC X(08).
           05  ABAN-TIMESTAMP          PIC X(26).
           05  ABAN-ORIGINAL-EXTENSION PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-REJECT-DSN               PIC X(80)
       01  WS-COMMAND-DONE-SWITCH      PIC X.
           88  WS-COMMAND-DONE                   VALUE 'Y'.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD        PIC X(08) VALUE SPACES.
       01  WS-COMMAND                  PIC X VALUE SPACE.
       01  WS-LAST-ACTION-MESSAGE      PIC X(40) VALUE SPACES.
       01  WS-RECORDS-ON-FILE          PIC 9(05) VALUE ZERO.
       01  WS-RECORDS-KEPT             PIC 9(05) VALUE ZERO.
       01  WS-SUB                      PIC 9(04) COMP.

      * Sign-on and per-command authorization - see
      * OperatorAuthorize.cbl for the request codes. A reject is not
      * one account's business, so the logged account is zero.
       01  WS-AUTH-REQUEST-CODE        PIC X(01).
       01  WS-AUTH-FUNCTION            PIC X(08) VALUE 'REJREPR'.
       01  WS-AUTH-PROGRAM             PIC X(20)
                                       VALUE 'RejectRepairOnline'.
       01  WS-AUTH-ACCOUNT             PIC 9(10) VALUE ZERO.
       01  WS-AUTH-REQUESTOR           PIC X(08) VALUE SPACES.
       01  WS-AUTH-RESULT              PIC X(01).
           88  WS-AUTH-GRANTED                   VALUE 'Y'.
       01  WS-AUTH-REASON              PIC X(30).
       01  WS-SIGNON-ATTEMPTS          PIC 9(01) VALUE ZERO.
       01  WS-SIGNON-MESSAGE           PIC X(40) VALUE SPACES.

      * Screen work copy of the offending record's fields - the
      * original record is held as raw X(36) plus its X(24) version 2
      * extension on REJREC.cpy, so it is re-shaped through the same
      * SWAPSUM layout InputEditPass edits.
       01  WS-WORK-REQUEST.
           05  WS-WORK-BASE.
               10  WS-WORK-RECORD-TYPE PIC X(04).
               10  WS-WORK-BATCH-ID    PIC X(08).
               10  WS-WORK-X-FIELD     PIC X(04).
               10  WS-WORK-Y-FIELD     PIC X(04).
               10  WS-WORK-Z-FIELD     PIC X(04).
               10  WS-WORK-LAYOUT-VERSION PIC X(01).
               10  FILLER              PIC X(11).
           05  WS-WORK-EXTENSION.
               10  WS-WORK-ACCOUNT-NUMBER PIC X(10).
               10  WS-WORK-CONTROL-TOTAL  PIC X(09).
               10  FILLER              PIC X(05).
       01  WS-WORK-REASON-TEXT         PIC X(48).

      * Skipped/remaining records ride through this table so the
      * reject file can be rewritten in place holding only them.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-KEEP-ENTRY           PIC X(112) OCCURS 500 TIMES.

       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
                   VALUE 'SWAPSUM REJECT REPAIR - SIGN ON'.
           05  LINE 2  COLUMN 1  VALUE 'OPERATOR ID  . . .'.
           05  LINE 2  COLUMN 21 PIC X(08) USING WS-OPERATOR-ID.
           05  LINE 3  COLUMN 1  VALUE 'PASSWORD . . . . .'.
           05  LINE 3  COLUMN 21 PIC X(08) USING WS-OPERATOR-PASSWORD
                   SECURE.
           05  LINE 4  COLUMN 1  PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  REJECT-REPAIR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE 'SWAPSUM REJECT REPAIR'.
           05  LINE 2  COLUMN 1  VALUE 'OPERATOR ID  . . .'.
           05  LINE 2  COLUMN 21 PIC X(08) FROM WS-OPERATOR-ID.
           05  LINE 4  COLUMN 1  VALUE 'REASON . . . . . .'.
           05  LINE 4  COLUMN 21 PIC X(48) FROM WS-WORK-REASON-TEXT.
           05  LINE 6  COLUMN 1  VALUE 'RECORD TYPE  . . .'.
           05  LINE 9  COLUMN 21 PIC X(04) USING WS-WORK-Y-FIELD.
           05  LINE 10 COLUMN 1  VALUE 'Z FIELD  . . . . .'.
           05  LINE 10 COLUMN 21 PIC X(04) USING WS-WORK-Z-FIELD.
           05  LINE 11 COLUMN 1  VALUE 'LAYOUT VERSION . .'.
           05  LINE 11 COLUMN 21 PIC X(01)
                   USING WS-WORK-LAYOUT-VERSION.
           05  LINE 12 COLUMN 1  VALUE 'ACCOUNT NUMBER . .'.
           05  LINE 12 COLUMN 21 PIC X(10)
                   USING WS-WORK-ACCOUNT-NUMBER.
           05  LINE 13 COLUMN 1  VALUE 'CONTROL TOTAL  . .'.
           05  LINE 13 COLUMN 21 PIC X(09)
                   USING WS-WORK-CONTROL-TOTAL.
           05  LINE 15 COLUMN 1
                   VALUE 'F=FIX,A=ABANDON,S=SKIP,X=EXIT'.
           05  LINE 15 COLUMN 32 PIC X USING WS-COMMAND.
           05  LINE 17 COLUMN 1  VALUE 'LAST ACTION:'.
           05  LINE 17 COLUMN 14 PIC X(40) FROM WS-LAST-ACTION-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
               GOBACK
           END-IF

           PERFORM 0060-SIGN-ON
           IF NOT WS-AUTH-GRANTED
               DISPLAY 'REJECTREPAIRONLINE: SIGN-ON REFUSED FOR '
                   WS-OPERATOR-ID ' - ' WS-AUTH-REASON
               CLOSE REJECT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND RESUBMIT-FILE
           IF WS-RESUBMIT-STATUS = '05' OR '35'
               CLOSE RESUBMIT-FILE
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

      * One fix or abandon by the signed-on operator; a refusal is
      * put on the last-action line.
       0070-AUTHORIZE.
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

       0100-REPAIR-ONE-RECORD.
           MOVE REJ-ORIGINAL-RECORD    TO WS-WORK-BASE
           MOVE REJ-ORIGINAL-EXTENSION TO WS-WORK-EXTENSION
           MOVE REJ-REASON-TEXT        TO WS-WORK-REASON-TEXT
           MOVE SPACE                  TO WS-COMMAND
           MOVE 'N'                    TO WS-COMMAND-DONE-SWITCH
               DISPLAY REJECT-REPAIR-SCREEN
               ACCEPT REJECT-REPAIR-SCREEN
      * 0200/0300 decide for themselves whether the command is done -
      * a fix/abandon refused by the authorization must redisplay,
      * not fall through with the record unwritten anywhere.
               EVALUATE WS-COMMAND
                   WHEN 'F'
           .

       0200-RESUBMIT-FIXED-RECORD.
           PERFORM 0070-AUTHORIZE
           IF WS-AUTH-GRANTED
               MOVE WS-WORK-REQUEST    TO SWAPSUM-REQUEST-RECORD
               WRITE SWAPSUM-REQUEST-RECORD
               ADD 1 TO WS-RECORDS-FIXED
           .

       0300-ABANDON-RECORD.
           PERFORM 0070-AUTHORIZE
           IF WS-AUTH-GRANTED
               MOVE REJ-ORIGINAL-RECORD TO ABAN-ORIGINAL-RECORD
               MOVE REJ-REASON-CODE    TO ABAN-REASON-CODE
               MOVE REJ-REASON-TEXT    TO ABAN-REASON-TEXT
               MOVE WS-OPERATOR-ID     TO ABAN-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO ABAN-TIMESTAMP
               MOVE REJ-ORIGINAL-EXTENSION
                                       TO ABAN-ORIGINAL-EXTENSION
               WRITE ABANDONED-REJECT-RECORD
               ADD 1 TO WS-RECORDS-ABANDONED
               MOVE 'ABANDONED UNDER OPERATOR ID'
