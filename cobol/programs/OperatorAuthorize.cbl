      ******************************************************************
      * OperatorAuthorize - the online transactions' single sign-on
      * and authorization check. Every screen used to take either no
      * operator identity or whatever eight characters were keyed,
      * and nothing stood between a floor operator and closing an
      * account or approving their own over-limit entry. Each online
      * transaction now CALLs this subprogram, the same one-call way
      * SetCustomerFlag journals a flip, and honours the answer:
      *   'S' - sign-on: the operator id must be on the operator
      *         security file (OPERSEC.cpy, FUNDECL.OPERSEC.CTL),
      *         active, with the keyed password, and the operator's
      *         role must carry the screen's entry command,
      *   'A' - authorize: one command by an operator already signed
      *         on - still active, and the role carries the command,
      *   'O' - supervisor override: as 'S' for the supervisor id
      *         and password keyed on the entry, who must hold
      *         SUPVOVRD and must not be the operator who keyed the
      *         entry (LS-REQUESTOR-ID) - nobody approves their own
      *         work.
      * Role grants come from the role table (ROLETAB.cpy,
      * FUNDECL.ROLETAB.CTL), one row per role per command. Both
      * files are read on every call rather than cached by the
      * caller, so a deactivation or a role change bites on the
      * operator's very next command instead of at their next
      * sign-on. A missing security file refuses everything - the
      * check fails closed.
      * Every call, granted or refused, appends one record to the
      * access log FUNDECL.OPERACC.LOG (OPERACC.cpy), open-write-
      * close per event like SetCustomerFlag's journal, since
      * several terminals log at once.
      * Like CycleDateService this program never touches the
      * RETURN-CODE special register - the answer is LS-RESULT, and
      * LS-REASON carries a short text the screen can show.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorAuthorize.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * All three records are USAGE DISPLAY - LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT ROLE-FILE ASSIGN TO WS-ROLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERSEC.

       FD  ROLE-FILE.
       COPY ROLETAB.

       FD  ACCESS-LOG-FILE.
       COPY OPERACC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-DSN             PIC X(80)
                                       VALUE 'FUNDECL.OPERSEC.CTL'.
       01  WS-OPERATOR-STATUS          PIC X(02).
       01  WS-ROLE-DSN                 PIC X(80)
                                       VALUE 'FUNDECL.ROLETAB.CTL'.
       01  WS-ROLE-STATUS              PIC X(02).
       01  WS-ACCESS-LOG-DSN           PIC X(80)
                                       VALUE 'FUNDECL.OPERACC.LOG'.
       01  WS-ACCESS-LOG-STATUS        PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-OPERATOR-FOUND-SWITCH    PIC X.
           88  WS-OPERATOR-FOUND                 VALUE 'Y'.
       01  WS-GRANT-FOUND-SWITCH       PIC X.
           88  WS-GRANT-FOUND                    VALUE 'Y'.
       01  WS-FOUND-ACTIVE-FLAG        PIC X(01).
       01  WS-FOUND-ROLE               PIC X(08).
       01  WS-FOUND-PASSWORD           PIC X(08).
       01  WS-CYCLE-DATE               PIC 9(08).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       LINKAGE SECTION.
       01  LS-REQUEST-CODE             PIC X(01).
           88  LS-SIGN-ON                        VALUE 'S'.
           88  LS-AUTHORIZE                      VALUE 'A'.
           88  LS-OVERRIDE                       VALUE 'O'.
       01  LS-OPERATOR-ID              PIC X(08).
       01  LS-PASSWORD                 PIC X(08).
       01  LS-FUNCTION                 PIC X(08).
       01  LS-PROGRAM-NAME             PIC X(20).
       01  LS-ACCOUNT-NUMBER           PIC 9(10).
       01  LS-REQUESTOR-ID             PIC X(08).
       01  LS-RESULT                   PIC X(01).
           88  LS-GRANTED                        VALUE 'Y'.
           88  LS-REFUSED                        VALUE 'N'.
       01  LS-REASON                   PIC X(30).

       PROCEDURE DIVISION USING BY REFERENCE LS-REQUEST-CODE
                                 BY REFERENCE LS-OPERATOR-ID
                                 BY REFERENCE LS-PASSWORD
                                 BY REFERENCE LS-FUNCTION
                                 BY REFERENCE LS-PROGRAM-NAME
                                 BY REFERENCE LS-ACCOUNT-NUMBER
                                 BY REFERENCE LS-REQUESTOR-ID
                                 BY REFERENCE LS-RESULT
                                 BY REFERENCE LS-REASON.
       0000-AUTHORIZE.
           SET LS-REFUSED TO TRUE
           MOVE SPACES TO LS-REASON
           PERFORM 0100-JUDGE-REQUEST
           PERFORM 0900-WRITE-ACCESS-LOG
           GOBACK
           .

      * The first failed test sets the reason and ends the judging -
      * LS-RESULT only turns to granted when every test has passed.
       0100-JUDGE-REQUEST.
           IF NOT LS-SIGN-ON AND NOT LS-AUTHORIZE AND NOT LS-OVERRIDE
               MOVE 'INVALID AUTHORIZATION REQUEST' TO LS-REASON
               EXIT PARAGRAPH
           END-IF
           IF LS-OPERATOR-ID = SPACES
               MOVE 'OPERATOR ID NOT KEYED' TO LS-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 0200-FIND-OPERATOR
           IF WS-OPERATOR-STATUS NOT = '00'
               MOVE 'NO OPERATOR SECURITY FILE' TO LS-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-OPERATOR-FOUND
               MOVE 'UNKNOWN OPERATOR ID' TO LS-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-ACTIVE-FLAG NOT = 'Y'
               MOVE 'OPERATOR NOT ACTIVE' TO LS-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT LS-AUTHORIZE
               IF LS-PASSWORD NOT = WS-FOUND-PASSWORD
                       OR LS-PASSWORD = SPACES
                   MOVE 'PASSWORD INCORRECT' TO LS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-OVERRIDE
               IF LS-OPERATOR-ID = LS-REQUESTOR-ID
                   MOVE 'CANNOT APPROVE OWN ENTRY' TO LS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 0300-FIND-GRANT
           IF NOT WS-GRANT-FOUND
               MOVE 'COMMAND NOT GRANTED TO ROLE' TO LS-REASON
               EXIT PARAGRAPH
           END-IF

           SET LS-GRANTED TO TRUE
           MOVE 'GRANTED' TO LS-REASON
           .

       0200-FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
               CLOSE OPERATOR-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE OR WS-OPERATOR-FOUND
                   READ OPERATOR-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF OPER-ID = LS-OPERATOR-ID
                               SET WS-OPERATOR-FOUND TO TRUE
                               MOVE OPER-ACTIVE-FLAG
                                   TO WS-FOUND-ACTIVE-FLAG
                               MOVE OPER-ROLE TO WS-FOUND-ROLE
                               MOVE OPER-PASSWORD
                                   TO WS-FOUND-PASSWORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               MOVE '00' TO WS-OPERATOR-STATUS
           END-IF
           .

      * A missing role table grants nothing.
       0300-FIND-GRANT.
           MOVE 'N' TO WS-GRANT-FOUND-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ROLE-FILE
           IF WS-ROLE-STATUS NOT = '00'
               CLOSE ROLE-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE OR WS-GRANT-FOUND
                   READ ROLE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF ROLE-CODE = WS-FOUND-ROLE
                                   AND ROLE-FUNCTION = LS-FUNCTION
                               SET WS-GRANT-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLE-FILE
           END-IF
           .

      * The keyed password is never written to the log.
       0900-WRITE-ACCESS-LOG.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-CYCLE-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-ACCESS-LOG-STATUS = '05' OR '35'
               CLOSE ACCESS-LOG-FILE
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO OPERATOR-ACCESS-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE  TO OACC-TIMESTAMP
           MOVE WS-CYCLE-DATE          TO OACC-CYCLE-DATE
           MOVE LS-OPERATOR-ID         TO OACC-OPERATOR-ID
           MOVE LS-PROGRAM-NAME        TO OACC-PROGRAM-NAME
           MOVE LS-FUNCTION            TO OACC-FUNCTION
           MOVE LS-ACCOUNT-NUMBER      TO OACC-ACCOUNT-NUMBER
           IF LS-GRANTED
               SET OACC-GRANTED TO TRUE
           ELSE
               SET OACC-REFUSED TO TRUE
           END-IF
           MOVE LS-REASON              TO OACC-REASON
           IF LS-OVERRIDE
               MOVE LS-REQUESTOR-ID    TO OACC-REQUESTOR-ID
           END-IF
           WRITE OPERATOR-ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE
           .
       END PROGRAM OperatorAuthorize.
