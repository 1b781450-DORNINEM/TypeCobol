      ******************************************************************
      * OPERACC - online access log record. One record per sign-on
      * attempt and per command OperatorAuthorize is asked about,
      * granted or refused, on FUNDECL.OPERACC.LOG - so "who closed
      * this account" and "who approved this over-limit entry" are a
      * matter of record, the same one-event-one-record way
      * CUSTFLOG.cpy journals flag flips. OACC-REQUESTOR-ID is
      * filled only on a supervisor approval: the operator whose
      * entry the supervisor in OACC-OPERATOR-ID approved (or was
      * refused). OACC-ACCOUNT-NUMBER is zero where the command is
      * not about one account. All fields are USAGE DISPLAY so the
      * log stays LINE SEQUENTIAL and an auditor can read it raw.
      ******************************************************************
       01  OPERATOR-ACCESS-LOG-RECORD.
           05  OACC-TIMESTAMP          PIC X(26).
           05  OACC-CYCLE-DATE         PIC 9(08).
           05  OACC-OPERATOR-ID        PIC X(08).
           05  OACC-PROGRAM-NAME       PIC X(20).
           05  OACC-FUNCTION           PIC X(08).
           05  OACC-ACCOUNT-NUMBER     PIC 9(10).
           05  OACC-RESULT             PIC X(01).
               88  OACC-GRANTED                  VALUE 'G'.
               88  OACC-REFUSED                  VALUE 'R'.
           05  OACC-REASON             PIC X(30).
           05  OACC-REQUESTOR-ID       PIC X(08).
