      * has no address on file, rewritten when the feed differs from
      * what is held, with every add/change journaled to the address
      * change log (ADDRLOG.cpy) the same way CUSTFLOG journals flag
      * flips - with the cycle date and the address before and after
      * the change, which the warehouse's change-data-capture feed
      * (MasterChangeCapture) carries as its old and new values. An
      * address identical to what is on file is a duplicate
      * exception, same treatment as a duplicate name update. Address
      * records are deliberately NOT checked against the customer
      * master - the mail room needs the address even when the feed
      * delivers it ahead of the account's base record.
      *
      * Every account a partner's feed opens is also entered on the
      * partner account register (PARTACCT.cpy), so the balance-
      * confirmation reconciliation knows which of our accounts that
      * partner's books ought to carry.
      *
      * Customer relationships: when the feed record that creates an
      * account carries a customer id (INTF-CUSTOMER-ID), the new
      * account is linked to that customer on the relationship file
      * (CUSTREL.cpy) with the feed's role - P primary, J joint,
      * blank taken as primary. A customer id already on the file
      * gains another account; one not yet on file starts a new
      * relationship with this account. A link that cannot be made
      * (role not P/J, or the write fails) goes on the exception file
      * as a warning - reason IN09 or IN10 - because the account
      * itself stays created and the link can be keyed later without
      * re-sending the account. Warnings are counted as links not
      * made, not as failed records, and PartnerAckBuilder reports
      * them to the sender as created but not linked. Only a creating
      * record links; updates to existing accounts do not.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerFeedIntake.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-LOG-STATUS.

           SELECT RELATION-FILE ASSIGN TO WS-RELATION-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-LINK-KEY
               FILE STATUS IS WS-RELATION-STATUS.

      * All PARTACCT.cpy fields are USAGE DISPLAY - LINE SEQUENTIAL.
           SELECT PARTNER-ACCOUNT-FILE ASSIGN TO WS-PARTNER-ACCOUNT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNER-ACCOUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       FD  ADDRESS-LOG-FILE.
       COPY ADDRLOG.

       FD  PARTNER-ACCOUNT-FILE.
       COPY PARTACCT.

       FD  RELATION-FILE.
       COPY CUSTREL.

       WORKING-STORAGE SECTION.
       01  WS-PROFILE-DSN              PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.PROFILES'.
       01  WS-ADDRESS-LOG-DSN          PIC X(80)
                                       VALUE 'FUNDECL.CUSTADDR.CHGLOG'.
       01  WS-ADDRESS-LOG-STATUS       PIC X(02).
       01  WS-PARTNER-ACCOUNT-DSN      PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.ACCOUNTS'.
       01  WS-PARTNER-ACCOUNT-STATUS   PIC X(02).
       01  WS-RELATION-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTREL.DAT'.
       01  WS-RELATION-STATUS          PIC X(02).
      * The partner id rides as the job name so a journaled address
      * change names the sender that drove it.
       01  WS-JOB-NAME                 PIC X(08) VALUE 'INTAKE'.
       01  WS-ADDRESSES-ADDED          PIC 9(09) VALUE ZERO.
       01  WS-ADDRESSES-CHANGED        PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-EXCEPTED         PIC 9(09) VALUE ZERO.
       01  WS-LINKS-TO-EXISTING        PIC 9(09) VALUE ZERO.
       01  WS-LINKS-NEW-CUSTOMER       PIC 9(09) VALUE ZERO.
       01  WS-LINKS-NOT-MADE           PIC 9(09) VALUE ZERO.
       01  WS-CUSTOMER-ON-FILE-SWITCH  PIC X.
           88  WS-CUSTOMER-ON-FILE               VALUE 'Y'.
       01  WS-ADDRESS-ACTION-CODE      PIC X(01).
      * The address as held before this record changed it - SPACES
      * for an add - journaled as the change log's old address.
       01  WS-PRIOR-ADDRESS.
           05  WS-PRIOR-LINE-1         PIC X(30).
           05  WS-PRIOR-LINE-2         PIC X(30).
           05  WS-PRIOR-CITY           PIC X(20).
           05  WS-PRIOR-STATE          PIC X(02).
           05  WS-PRIOR-POSTAL-CODE    PIC X(10).
      * Type 'R' sub-type '1' - the class every account starts in
      * until a reclassification request moves it (AccountReclassify,
      * which journals the change for the GL extract).
       01  WS-DEFAULT-ACCOUNT-CLASS    PIC X(02) VALUE 'R1'.
      * Business date the register rows are stamped with, from the
      * calendar through CycleDateService.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-COUNT        PIC 9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 0500-LOAD-PROFILES
           IF WS-PROFILE-COUNT = ZERO
               DISPLAY 'PARTNERFEEDINTAKE: NO PARTNER PROFILES ON '
               GOBACK
           END-IF

           OPEN I-O RELATION-FILE
      * Status 05 as on the master above - the first linked account
      * creates the relationship file.
           IF WS-RELATION-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'PARTNERFEEDINTAKE: CANNOT OPEN '
                   WS-RELATION-DSN ' STATUS ' WS-RELATION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-PROF-SUB FROM 1 BY 1
                   UNTIL WS-PROF-SUB > WS-PROFILE-COUNT
               PERFORM 0700-RUN-ONE-PARTNER

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ADDRESS-MASTER-FILE
           CLOSE RELATION-FILE

           DISPLAY 'PARTNERFEEDINTAKE: ' WS-PARTNERS-RUN
               ' PARTNER(S), READ ' WS-RECORDS-READ
               ' ADDR-ADDED ' WS-ADDRESSES-ADDED
               ' ADDR-CHANGED ' WS-ADDRESSES-CHANGED
               ' EXCEPTIONS ' WS-RECORDS-EXCEPTED
           DISPLAY 'PARTNERFEEDINTAKE: ACCOUNTS LINKED TO EXISTING '
               'CUSTOMERS ' WS-LINKS-TO-EXISTING
               ' NEW CUSTOMER RELATIONSHIPS ' WS-LINKS-NEW-CUSTOMER
               ' NOT LINKED ' WS-LINKS-NOT-MADE
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
                   PERFORM 0400-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-CREATED
                   PERFORM 0250-REGISTER-PARTNER-ACCOUNT
                   IF INTF-CUSTOMER-ID NOT = SPACES
                       PERFORM 0270-LINK-RELATIONSHIP
                   END-IF
           END-WRITE
           .

      * Open-write-close per row, the same way the address change log
      * is journaled below.
       0250-REGISTER-PARTNER-ACCOUNT.
           OPEN EXTEND PARTNER-ACCOUNT-FILE
           IF WS-PARTNER-ACCOUNT-STATUS = '05' OR '35'
               CLOSE PARTNER-ACCOUNT-FILE
               OPEN OUTPUT PARTNER-ACCOUNT-FILE
           END-IF
      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record so the FILLER separators really are spaces.
           MOVE SPACES                 TO PARTNER-ACCOUNT-RECORD
           MOVE CUST-ACCOUNT-NUMBER    TO PACC-ACCOUNT-NUMBER
           MOVE WS-PROF-ID (WS-PROF-SUB) TO PACC-PARTNER-ID
           MOVE WS-TODAY-DATE          TO PACC-ADDED-DATE
           WRITE PARTNER-ACCOUNT-RECORD
           CLOSE PARTNER-ACCOUNT-FILE
           .

      * The key is customer id then account, so positioning on the
      * customer id with the lowest account number and reading the
      * next record says whether the customer is already on file.
       0270-LINK-RELATIONSHIP.
           IF NOT INTF-ROLE-VALID
               MOVE 'IN09' TO INTEXC-REASON-CODE
               MOVE 'RELATIONSHIP ROLE NOT P OR J - NOT LINKED'
                                       TO INTEXC-REASON-TEXT
               PERFORM 0410-WRITE-LINK-WARNING
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CUSTOMER-ON-FILE-SWITCH
           MOVE INTF-CUSTOMER-ID       TO REL-CUSTOMER-ID
           MOVE ZERO                   TO REL-ACCOUNT-NUMBER
           START RELATION-FILE KEY IS NOT LESS THAN REL-LINK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REL-CUSTOMER-ID = INTF-CUSTOMER-ID
                               SET WS-CUSTOMER-ON-FILE TO TRUE
                           END-IF
                   END-READ
           END-START

           MOVE INTF-CUSTOMER-ID       TO REL-CUSTOMER-ID
           MOVE CUST-ACCOUNT-NUMBER    TO REL-ACCOUNT-NUMBER
           IF INTF-RELATION-ROLE = SPACE
               SET REL-ROLE-PRIMARY TO TRUE
           ELSE
               MOVE INTF-RELATION-ROLE TO REL-ROLE
           END-IF
           MOVE WS-TODAY-DATE          TO REL-LINKED-DATE
           MOVE WS-PROF-ID (WS-PROF-SUB) TO REL-LINKED-BY
           WRITE CUSTOMER-RELATION-RECORD
               INVALID KEY
                   MOVE 'IN10' TO INTEXC-REASON-CODE
                   MOVE 'RELATIONSHIP LINK WRITE FAILED'
                                       TO INTEXC-REASON-TEXT
                   PERFORM 0410-WRITE-LINK-WARNING
               NOT INVALID KEY
                   IF WS-CUSTOMER-ON-FILE
                       ADD 1 TO WS-LINKS-TO-EXISTING
                   ELSE
                       ADD 1 TO WS-LINKS-NEW-CUSTOMER
                   END-IF
           END-WRITE
           .

           ADD 1 TO WS-RECORDS-EXCEPTED
           .

      * The record was taken in - the account is created - so a link
      * that could not be made is reviewable but is not an excepted
      * record.
       0410-WRITE-LINK-WARNING.
           MOVE INTERFACE-RECORD       TO INTEXC-ORIGINAL-RECORD
           WRITE INTAKE-EXCEPTION-RECORD
           ADD 1 TO WS-LINKS-NOT-MADE
           .

       0450-INTAKE-ADDRESS-RECORD.
           MOVE INTF-ACCOUNT-NUMBER    TO ADDR-ACCOUNT-NUMBER
           READ ADDRESS-MASTER-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDRESSES-ADDED
                   MOVE 'A' TO WS-ADDRESS-ACTION-CODE
                   MOVE SPACES TO WS-PRIOR-ADDRESS
                   PERFORM 0490-WRITE-ADDRESS-LOG
           END-WRITE
           .
                                       TO INTEXC-REASON-TEXT
               PERFORM 0400-WRITE-EXCEPTION
           ELSE
               MOVE ADDR-LINE-1         TO WS-PRIOR-LINE-1
               MOVE ADDR-LINE-2         TO WS-PRIOR-LINE-2
               MOVE ADDR-CITY           TO WS-PRIOR-CITY
               MOVE ADDR-STATE          TO WS-PRIOR-STATE
               MOVE ADDR-POSTAL-CODE    TO WS-PRIOR-POSTAL-CODE
               MOVE INTF-ADDRESS-LINE-1 TO ADDR-LINE-1
               MOVE INTF-ADDRESS-LINE-2 TO ADDR-LINE-2
               MOVE INTF-CITY           TO ADDR-CITY
           MOVE ADDR-ACCOUNT-NUMBER    TO ADRL-ACCOUNT-NUMBER
           MOVE WS-ADDRESS-ACTION-CODE TO ADRL-ACTION-CODE
           MOVE WS-JOB-NAME            TO ADRL-JOB-NAME
           MOVE WS-TODAY-DATE          TO ADRL-CYCLE-DATE
           MOVE WS-PRIOR-ADDRESS       TO ADRL-OLD-ADDRESS
           MOVE ADDR-LINE-1            TO ADRL-NEW-LINE-1
           MOVE ADDR-LINE-2            TO ADRL-NEW-LINE-2
           MOVE ADDR-CITY              TO ADRL-NEW-CITY
           MOVE ADDR-STATE             TO ADRL-NEW-STATE
           MOVE ADDR-POSTAL-CODE       TO ADRL-NEW-POSTAL-CODE
           WRITE ADDRESS-CHANGE-LOG-RECORD
           CLOSE ADDRESS-LOG-FILE
           .
