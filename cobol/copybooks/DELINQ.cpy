      ******************************************************************
      * DELINQ - per-account delinquency record, one per open account
      * on FUNDECL.DELINQ.DAT, rebuilt whole every night by
      * DelinquencySweep in account-number order. The four buckets
      * hold what is still UNPAID of each statement cycle's amount
      * due, by age:
      *   DELQ-DUE-CURRENT  - due on the latest statement, not yet
      *                       past due,
      *   DELQ-DUE-30       - one statement cycle past due,
      *   DELQ-DUE-60       - two cycles past due,
      *   DELQ-DUE-90-PLUS  - three or more cycles past due.
      * Each month-end rolls every bucket one cycle older (90+
      * accumulates) and loads the new amount due into current;
      * every night's payments - credit POSTED entries on TRANHIST -
      * retire the oldest bucket first. DELQ-AGE-STATUS is the oldest
      * bucket still owing; DELQ-PRIOR-STATUS is what it was before
      * tonight, so a roll to a worse bucket can be told from a cure.
      * DELQ-LAST-SWEEP-DATE marks the journal already applied (a
      * rerun the same night applies nothing twice) and
      * DELQ-LAST-DUE-DATE the statement cycle already billed.
      * DELQ-QUEUE-DATE is the night the account went onto the
      * collections work queue, zero while it is current.
      * All fields are USAGE DISPLAY (signed amounts carry a leading
      * separate sign byte) so the file stays LINE SEQUENTIAL and
      * collections staff can read it raw.
      ******************************************************************
       01  DELINQUENCY-RECORD.
           05  DELQ-ACCOUNT-NUMBER     PIC 9(10).
           05  DELQ-ACCOUNT-CLASS      PIC X(02).
           05  DELQ-LAST-SWEEP-DATE    PIC 9(08).
           05  DELQ-LAST-DUE-DATE      PIC 9(08).
           05  DELQ-AMOUNT-DUE         PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  DELQ-DUE-CURRENT        PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  DELQ-DUE-30             PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  DELQ-DUE-60             PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  DELQ-DUE-90-PLUS        PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  DELQ-PAID-THIS-CYCLE    PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  DELQ-AGE-STATUS         PIC X(01).
               88  DELQ-IS-CURRENT               VALUE '0'.
               88  DELQ-IS-30-DAYS               VALUE '1'.
               88  DELQ-IS-60-DAYS               VALUE '2'.
               88  DELQ-IS-90-PLUS               VALUE '3'.
           05  DELQ-PRIOR-STATUS       PIC X(01).
           05  DELQ-QUEUE-DATE         PIC 9(08).
