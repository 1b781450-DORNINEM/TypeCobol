      ******************************************************************
      * NOTICE - customer notice record on FUNDECL.NOTICE.DAT, the
      * nightly letter file handed to the print/mail vendor. One
      * record per event CustomerNotice finds, fixed layout, carrying
      * everything the vendor's letter template needs - no lookup
      * back into our files. NOTC-NOTICE-TYPE picks the template:
      *   HOLD - account placed on hold
      *   HREL - hold released
      *   DORM - account marked dormant
      *   DACT - dormancy cleared, account active again
      *   CLOS - account closed
      *   ROPN - account reopened
      *   RATE - interest rate / periodic fee change for the
      *          account's class
      * NOTC-EVENT-DATE is the cycle date of a status change, or the
      * date a rate change takes effect. NOTC-EVENT-DETAIL is blank
      * for status notices; NOTC-RATE-DETAIL redefines it with the
      * old and new rate and fee for a RATE notice.
      * All fields are USAGE DISPLAY so the file stays LINE
      * SEQUENTIAL and the vendor reads it as plain text.
      ******************************************************************
       01  CUSTOMER-NOTICE-RECORD.
           05  NOTC-NOTICE-TYPE        PIC X(04).
               88  NOTC-HOLD-PLACED              VALUE 'HOLD'.
               88  NOTC-HOLD-RELEASED            VALUE 'HREL'.
               88  NOTC-DORMANT                  VALUE 'DORM'.
               88  NOTC-REACTIVATED              VALUE 'DACT'.
               88  NOTC-CLOSED                   VALUE 'CLOS'.
               88  NOTC-REOPENED                 VALUE 'ROPN'.
               88  NOTC-RATE-CHANGE              VALUE 'RATE'.
           05  NOTC-CYCLE-DATE         PIC 9(08).
           05  NOTC-ACCOUNT-NUMBER     PIC 9(10).
           05  NOTC-ACCOUNT-CLASS      PIC X(02).
           05  NOTC-CUSTOMER-NAME      PIC X(30).
           05  NOTC-MAILING-BLOCK.
               10  NOTC-ADDR-LINE-1    PIC X(30).
               10  NOTC-ADDR-LINE-2    PIC X(30).
               10  NOTC-ADDR-CITY      PIC X(20).
               10  NOTC-ADDR-STATE     PIC X(02).
               10  NOTC-ADDR-POSTAL-CODE PIC X(10).
           05  NOTC-EVENT-DATE         PIC 9(08).
           05  NOTC-EVENT-DETAIL       PIC X(28).
           05  NOTC-RATE-DETAIL REDEFINES NOTC-EVENT-DETAIL.
               10  NOTC-OLD-DAILY-INTEREST PIC 9(01)V9(06).
               10  NOTC-NEW-DAILY-INTEREST PIC 9(01)V9(06).
               10  NOTC-OLD-PERIODIC-FEE   PIC 9(07).
               10  NOTC-NEW-PERIODIC-FEE   PIC 9(07).
