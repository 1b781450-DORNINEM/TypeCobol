      ******************************************************************
      * CUSTREL - customer relationship record on FUNDECL.CUSTREL.DAT,
      * one record per account linked to a customer. CUSTMAST is one
      * record per account, so a customer holding two accounts is two
      * unrelated masters; this file is what ties them together:
      *   REL-CUSTOMER-ID    - the customer id the partner assigns
      *                        (carried on the feed as INTF-CUSTOMER-
      *                        ID); alphanumeric
      *   REL-ACCOUNT-NUMBER - a linked account (CUST-ACCOUNT-NUMBER)
      *   REL-ROLE           - the customer's role on that account:
      *                        P primary holder, J joint holder
      *   REL-LINKED-DATE    - business date the link was made
      *   REL-LINKED-BY      - partner id (or operator id) that made it
      * Keyed on customer id then account number, so a sequential read
      * returns each customer's accounts together and a joint account
      * can be linked to every customer that holds it. Written by
      * PartnerFeedIntake as it creates accounts; read by
      * RelationshipReport for the relationship summary and the
      * consolidated statement.
      ******************************************************************
       01  CUSTOMER-RELATION-RECORD.
           05  REL-LINK-KEY.
               10  REL-CUSTOMER-ID     PIC X(10).
               10  REL-ACCOUNT-NUMBER  PIC 9(10).
           05  REL-ROLE                PIC X(01).
               88  REL-ROLE-PRIMARY              VALUE 'P'.
               88  REL-ROLE-JOINT                VALUE 'J'.
           05  REL-LINKED-DATE         PIC 9(08).
           05  REL-LINKED-BY           PIC X(08).
