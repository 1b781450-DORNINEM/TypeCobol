      ******************************************************************
      * CLSCHG - account class-change journal record. One record per
      * account AccountReclassify moves to a new CUST-ACCOUNT-TYPE/
      * SUBTYPE pair, old and new class side by side, the same
      * one-event-one-record way CUSTFLOG.cpy journals flag flips and
      * RATECHG.cpy journals rate changes. CLSC-BALANCE-TOTAL is the
      * account's CUST-BALANCE-TOTAL at the moment of the change - the
      * amount GLJournalExtract transfers out of the old class ledger
      * and into the new one. CLSC-CYCLE-DATE is the BUSINESS cycle
      * date the change was applied under (the date statements and
      * MasterRebuild replay it by); CLSC-EFFECTIVE-DATE is the date
      * the request asked for. Low volume, kept on
      * FUNDECL.CUSTMAST.CLSLOG whole like the rate-change log -
      * ArchiveCutover does not cut it. All fields are USAGE DISPLAY
      * (the balance carries a leading separate sign byte) so the
      * journal stays LINE SEQUENTIAL and an operator can read it raw.
      ******************************************************************
       01  CLASS-CHANGE-LOG-RECORD.
           05  CLSC-TIMESTAMP          PIC X(26).
           05  CLSC-ACCOUNT-NUMBER     PIC 9(10).
           05  CLSC-OLD-CLASS          PIC X(02).
           05  CLSC-NEW-CLASS          PIC X(02).
           05  CLSC-EFFECTIVE-DATE     PIC 9(08).
           05  CLSC-CYCLE-DATE         PIC 9(08).
           05  CLSC-BALANCE-TOTAL      PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  CLSC-JOB-NAME           PIC X(08).
