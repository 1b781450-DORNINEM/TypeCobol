      ******************************************************************
      * ACCRCKPT - restart checkpoint record for AccrualPostBatch. One
      * record on FUNDECL.ACCRUAL.CKPT, rewritten at every commit
      * interval of the master walk, holding the cycle date, the last
      * account key walked and the run's counts and accrued totals so
      * far. A restart repositions the walk past the last account
      * accrued for the cycle and carries the totals forward, so the
      * ACCRTOT record still carries the whole cycle's figures. All
      * fields are USAGE DISPLAY (signed sums carry a leading separate
      * sign byte) so the file stays LINE SEQUENTIAL and an operator
      * can read it raw.
      ******************************************************************
       01  ACCRUAL-CHECKPOINT-RECORD.
           05  ACKPT-JOB-NAME          PIC X(08).
           05  ACKPT-CYCLE-DATE        PIC 9(08).
           05  ACKPT-LAST-ACCOUNT-NUMBER PIC 9(10).
           05  ACKPT-ACCOUNTS-READ     PIC 9(09).
           05  ACKPT-ACCOUNTS-ACCRUED  PIC 9(09).
           05  ACKPT-ACCOUNTS-CLOSED   PIC 9(09).
           05  ACKPT-ACCOUNTS-NO-RATE  PIC 9(09).
           05  ACKPT-INTEREST-TOTAL    PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  ACKPT-FEES-TOTAL        PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  ACKPT-TIMESTAMP         PIC X(26).
