      ******************************************************************
      * POSTCKPT - restart checkpoint record for TranBalancePost. One
      * record on FUNDECL.TRANPOST.CKPT, rewritten at every commit
      * interval and at every input-slice boundary, holding which
      * input the run was on, how far into it, how long the cycle
      * month's TRANHIST segment was at that moment, and the running
      * posted totals. A restart reads it, rolls forward over the
      * journal entries written after it, and resumes after the last
      * record journaled - so the master is never posted twice and
      * the POSTTOT record still carries the whole run's figures.
      * Phase 'T' is written just ahead of the POSTTOT append, so a
      * restart that finds it only has to prove the totals record
      * landed. All fields are USAGE DISPLAY (signed sums carry a
      * leading separate sign byte) so the file stays LINE SEQUENTIAL
      * and an operator can read it raw.
      ******************************************************************
       01  POST-CHECKPOINT-RECORD.
           05  PCKPT-JOB-NAME          PIC X(08).
           05  PCKPT-CYCLE-DATE        PIC 9(08).
           05  PCKPT-PHASE             PIC X(01).
               88  PCKPT-POSTING                 VALUE 'P'.
               88  PCKPT-TOTALS-PENDING          VALUE 'T'.
      * The caller-named input, or SPACES for the nightly slice run -
      * a checkpoint only restarts the same kind of run that left it.
           05  PCKPT-INPUT-DSN         PIC X(80).
           05  PCKPT-INPUTS-COMPLETED  PIC 9(04).
           05  PCKPT-RECORDS-IN-INPUT  PIC 9(09).
           05  PCKPT-HISTORY-COUNT     PIC 9(09).
           05  PCKPT-RECORDS-READ      PIC 9(09).
           05  PCKPT-RECORDS-POSTED    PIC 9(09).
           05  PCKPT-POSTED-PRINCIPAL  PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  PCKPT-POSTED-INTEREST   PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  PCKPT-POSTED-FEES       PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  PCKPT-POSTED-TOTAL      PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  PCKPT-TIMESTAMP         PIC X(26).
      * Appended last so no existing field's offset shifts. Inputs
      * that failed preflight by the time of the checkpoint - on a
      * phase 'T' restart these decide the return code the finished
      * run owes its caller; on a phase 'P' restart they are the
      * input the run stopped at, which the restart retries. A
      * checkpoint from before the field existed reads SPACES here
      * (not numeric) and is taken as none.
           05  PCKPT-FILES-FAILED      PIC 9(04).
