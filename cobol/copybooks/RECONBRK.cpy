      ******************************************************************
      * RECONBRK - balance-confirmation break record on
      * <prefix>.BREAKS, one per account on which the partner's
      * confirmation and our books disagree, written fresh by
      * PartnerBalanceRecon and returned to the partner:
      *   DIFF - both sides hold the account, balances differ,
      *   NOUR - partner holds it, we do not (not on our master),
      *   NPTR - we hold it as the partner's account (partner
      *          account register, PARTACCT.cpy), the partner's
      *          confirmation does not list it.
      * Our balances are CUSTMAST's adjusted back to RBRK-AS-OF-DATE
      * through the journals; a side that does not hold the account
      * shows zeros.
      * All fields are USAGE DISPLAY (signed amounts carry a leading
      * separate sign byte) so the file stays LINE SEQUENTIAL.
      ******************************************************************
       01  RECON-BREAK-RECORD.
           05  RBRK-PARTNER-ID         PIC X(08).
           05  RBRK-AS-OF-DATE         PIC 9(08).
           05  RBRK-ACCOUNT-NUMBER     PIC 9(10).
           05  RBRK-BREAK-CODE         PIC X(04).
               88  RBRK-BALANCES-DIFFER          VALUE 'DIFF'.
               88  RBRK-NOT-ON-OUR-BOOKS         VALUE 'NOUR'.
               88  RBRK-NOT-ON-PARTNER           VALUE 'NPTR'.
           05  RBRK-PARTNER-PRINCIPAL  PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  RBRK-PARTNER-INTEREST   PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  RBRK-PARTNER-FEES       PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  RBRK-OUR-PRINCIPAL      PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  RBRK-OUR-INTEREST       PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  RBRK-OUR-FEES           PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
