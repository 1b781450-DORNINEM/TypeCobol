      * always, the amount/name fields ride along unused, and the
      * INTF-ADDRESS-* block carries the mailing address that
      * PartnerFeedIntake loads onto the detail file (CUSTADDR.cpy).
      *
      * Customer relationship: INTF-CUSTOMER-ID and INTF-RELATION-ROLE
      * take 11 of the 12 spare bytes after the name, so the base
      * record stays 60 bytes and the address block does not move. A
      * partner that carries its customer id (profile offsets on
      * PARTPROF.cpy) lets PartnerFeedIntake link a newly created
      * account to that customer on the relationship file
      * (CUSTREL.cpy); SPACES there means no customer id supplied.
      ******************************************************************
       01  INTERFACE-RECORD.
           05  INTF-ACCOUNT-NUMBER     PIC X(10).
           05  INTF-AMOUNT-TEXT        PIC X(08).
           05  INTF-CUSTOMER-NAME      PIC X(30).
           05  INTF-CUSTOMER-ID        PIC X(10).
           05  INTF-RELATION-ROLE      PIC X(01).
               88  INTF-ROLE-VALID               VALUES SPACE 'P' 'J'.
           05  FILLER                  PIC X(01).
           05  INTF-RECORD-TYPE        PIC X(01).
               88  INTF-IS-BASE-RECORD           VALUES SPACE 'N'.
               88  INTF-IS-ADDRESS-RECORD        VALUE 'A'.
