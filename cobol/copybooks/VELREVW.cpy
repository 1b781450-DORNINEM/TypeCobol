      ******************************************************************
      * VELREVW - reviewed unusual-activity alert on
      * FUNDECL.VELOCITY.REVIEWED. VelocityReviewOnline appends the
      * alert as it stood on the queue (VELALRT.cpy, carried whole in
      * REVW-ALERT-IMAGE) with the analyst's decision:
      *   D - dismissed, the activity is explained
      *   E - escalated, the account was placed on hold through
      *       SetCustomerFlag
      * stamped with the signed-on operator id. VelocityMonitor reads
      * the cycle date, account and reason back off the image so a
      * rerun does not raise an alert that was already worked.
      ******************************************************************
       01  VELOCITY-REVIEW-RECORD.
           05  REVW-ALERT-IMAGE        PIC X(92).
           05  REVW-ALERT-KEY REDEFINES REVW-ALERT-IMAGE.
               10  REVW-CYCLE-DATE     PIC 9(08).
               10  FILLER              PIC X(01).
               10  REVW-ACCOUNT-NUMBER PIC 9(10).
               10  FILLER              PIC X(04).
               10  REVW-REASON-CODE    PIC X(04).
               10  FILLER              PIC X(65).
           05  REVW-DECISION           PIC X(01).
               88  REVW-DISMISSED                VALUE 'D'.
               88  REVW-ESCALATED                VALUE 'E'.
           05  REVW-OPERATOR-ID        PIC X(08).
           05  REVW-TIMESTAMP          PIC X(26).
