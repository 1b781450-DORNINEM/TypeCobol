      ******************************************************************
      * VELALRT - unusual-activity alert on the open alert queue
      * FUNDECL.VELOCITY.ALERTS. VelocityMonitor appends one record
      * per account and reason the night's postings trip:
      *   VL01 - posted entries over the class maximum
      *   VL02 - posted entries over the class multiple of the
      *          account's normal count per cycle
      *   VL03 - posted amount over the class multiple of the
      *          account's normal amount per cycle
      *   VL04 - posted amount over the class maximum
      * ALRT-OBSERVED is the cycle's count or amount, ALRT-LIMIT the
      * figure it was held to. VelocityReviewOnline works the queue
      * down; a reviewed alert moves to FUNDECL.VELOCITY.REVIEWED
      * (VELREVW.cpy). All fields are USAGE DISPLAY so the queue
      * stays LINE SEQUENTIAL.
      ******************************************************************
       01  VELOCITY-ALERT-RECORD.
           05  ALRT-CYCLE-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ALRT-ACCOUNT-NUMBER     PIC 9(10).
           05  FILLER                  PIC X(01).
           05  ALRT-ACCOUNT-CLASS      PIC X(02).
           05  FILLER                  PIC X(01).
           05  ALRT-REASON-CODE        PIC X(04).
           05  FILLER                  PIC X(01).
           05  ALRT-REASON-TEXT        PIC X(40).
           05  FILLER                  PIC X(01).
           05  ALRT-OBSERVED           PIC 9(11).
           05  FILLER                  PIC X(01).
           05  ALRT-LIMIT              PIC 9(11).
