      ******************************************************************
      * VELCTL - unusual-activity (velocity) threshold row on
      * FUNDECL.VELOCITY.CTL, read by VelocityMonitor. One row per
      * account class:
      *   VCTL-ACCOUNT-CLASS    - CUST-ACCOUNT-CLASS the row applies
      *                           to; '**' is the row for every class
      *                           without one of its own
      *   VCTL-MAX-ENTRIES      - most posted entries one account may
      *                           take in a cycle
      *   VCTL-MAX-AMOUNT       - most posted amount (principal,
      *                           interest and fees, sign ignored) one
      *                           account may take in a cycle
      *   VCTL-COUNT-MULTIPLE   - the cycle's entry count may be at
      *                           most this many times the account's
      *                           normal count per active cycle
      *   VCTL-AMOUNT-MULTIPLE  - the same test against the account's
      *                           normal amount per active cycle
      *   VCTL-MIN-HISTORY      - active cycles the account needs in
      *                           the lookback before its profile is
      *                           trusted for the two multiple tests
      *   VCTL-LOOKBACK-DAYS    - cycles (days) of journal the profile
      *                           is built from
      * A row whose class starts with '*' is a comment.
      * All fields are USAGE DISPLAY so the table stays LINE
      * SEQUENTIAL and operations edit it as plain text.
      ******************************************************************
       01  VELOCITY-CONTROL-RECORD.
           05  VCTL-ACCOUNT-CLASS      PIC X(02).
           05  FILLER                  PIC X(01).
           05  VCTL-MAX-ENTRIES        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  VCTL-MAX-AMOUNT         PIC 9(11).
           05  FILLER                  PIC X(01).
           05  VCTL-COUNT-MULTIPLE     PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VCTL-AMOUNT-MULTIPLE    PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VCTL-MIN-HISTORY        PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VCTL-LOOKBACK-DAYS      PIC 9(04).
