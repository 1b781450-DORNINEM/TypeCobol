      ******************************************************************
      * CONFREC - partner balance-confirmation record on
      * <prefix>.CONFIRM (PARTPROF.cpy naming), sent by each partner
      * whenever they confirm their books against ours. The first
      * record is a header ('H') naming the partner and the single
      * as-of date every balance in the file is stated at; every
      * other record is a detail ('D') carrying one account and the
      * partner's view of its principal, interest and fees on that
      * date. PartnerBalanceRecon reads it.
      * All fields are USAGE DISPLAY (signed amounts carry a leading
      * separate sign byte) so the file stays LINE SEQUENTIAL.
      ******************************************************************
       01  CONFIRMATION-RECORD.
           05  CONF-RECORD-TYPE        PIC X(01).
               88  CONF-IS-HEADER                VALUE 'H'.
               88  CONF-IS-DETAIL                VALUE 'D'.
           05  CONF-DETAIL-DATA.
               10  CONF-ACCOUNT-NUMBER PIC 9(10).
               10  CONF-PRINCIPAL      PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
               10  CONF-INTEREST       PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
               10  CONF-FEES           PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  CONF-HEADER-DATA REDEFINES CONF-DETAIL-DATA.
               10  CONF-PARTNER-ID     PIC X(08).
               10  CONF-AS-OF-DATE     PIC 9(08).
               10  FILLER              PIC X(24).
