      ******************************************************************
      * PARTACCT - partner account register on FUNDECL.PARTNER.ACCOUNTS,
      * one record per account a partner feed opened on our master.
      * PartnerFeedIntake appends a row as it creates each account;
      * PartnerBalanceRecon reads it to know which of our accounts a
      * partner's confirmation ought to list. Accounts onboarded
      * before the register existed can be keyed in by hand.
      * All fields are USAGE DISPLAY so the file stays LINE
      * SEQUENTIAL and an operator can maintain it in an editor.
      ******************************************************************
       01  PARTNER-ACCOUNT-RECORD.
           05  PACC-ACCOUNT-NUMBER     PIC 9(10).
           05  FILLER                  PIC X(01).
           05  PACC-PARTNER-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  PACC-ADDED-DATE         PIC 9(08).
