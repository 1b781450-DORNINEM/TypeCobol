      ******************************************************************
      * COLLQ - collections work-queue record on FUNDECL.COLLECT.QUEUE,
      * one per account past due, written fresh every night by
      * DelinquencySweep - an account that pays up is simply not
      * written again, so it drops off the queue without anyone
      * working it off. COLLQ-REASON-CODE says why the account is
      * there tonight:
      *   NEWD - newly delinquent: current last night, past due now,
      *   ROLL - rolled to an older bucket tonight,
      *   HELD - still past due, no worse than last night (carried
      *          from the night in COLLQ-QUEUE-DATE).
      * COLLQ-PAST-DUE is the 30/60/90+ buckets together - what must
      * be paid to bring the account current.
      * All fields are USAGE DISPLAY (signed amounts carry a leading
      * separate sign byte) so the queue stays LINE SEQUENTIAL.
      ******************************************************************
       01  COLLECTION-QUEUE-RECORD.
           05  COLLQ-ACCOUNT-NUMBER    PIC 9(10).
           05  COLLQ-ACCOUNT-CLASS     PIC X(02).
           05  COLLQ-CUSTOMER-NAME     PIC X(30).
           05  COLLQ-REASON-CODE       PIC X(04).
               88  COLLQ-NEWLY-DELINQUENT        VALUE 'NEWD'.
               88  COLLQ-ROLLED                  VALUE 'ROLL'.
               88  COLLQ-HELD                    VALUE 'HELD'.
           05  COLLQ-AGE-STATUS        PIC X(01).
           05  COLLQ-PRIOR-STATUS      PIC X(01).
           05  COLLQ-PAST-DUE          PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  COLLQ-DUE-90-PLUS       PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  COLLQ-BALANCE-TOTAL     PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  COLLQ-QUEUE-DATE        PIC 9(08).
           05  COLLQ-CYCLE-DATE        PIC 9(08).
