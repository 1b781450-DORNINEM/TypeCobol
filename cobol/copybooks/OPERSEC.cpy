      ******************************************************************
      * OPERSEC - operator security record, one per operator allowed
      * on the online transactions. Maintained as data on
      * FUNDECL.OPERSEC.CTL by security administration; read by
      * OperatorAuthorize on every sign-on and every authorization,
      * so a role change or a deactivation takes effect on the
      * operator's very next command. OPER-ROLE names a role on the
      * role table (ROLETAB.cpy) - the role, not the operator, carries
      * the commands. An operator is never deleted, only set
      * inactive, so the access log's operator ids always resolve.
      * All fields are USAGE DISPLAY so the file stays LINE
      * SEQUENTIAL and can be maintained in an editor.
      ******************************************************************
       01  OPERATOR-SECURITY-RECORD.
           05  OPER-ID                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPER-NAME               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPER-ROLE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPER-ACTIVE-FLAG        PIC X(01).
               88  OPER-ACTIVE                   VALUE 'Y'.
               88  OPER-INACTIVE                 VALUE 'N'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  OPER-PASSWORD           PIC X(08).
