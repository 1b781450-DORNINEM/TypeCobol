      ******************************************************************
      * RelationshipReport - customer-level view over the relationship
      * file (CUSTREL.cpy). CUSTMAST is one record per account, so
      * until the relationship file a customer holding a savings
      * account and a loan was two strangers: no combined view, no
      * combined statement, and a hold on one account while the other
      * kept moving went unnoticed. This step reads the relationship
      * file in key order - each customer's linked accounts arrive
      * together - looks every linked account up on the master, and
      * writes two reports:
      *   - the relationship summary (FUNDECL.RELSUMM.RPT): one line
      *     per customer with the accounts linked, how many are joint,
      *     on hold or missing from both the master and the closed
      *     archive, and the combined balance total. A customer with
      *     some open accounts on hold and others not is noted PARTIAL
      *     HOLD for review. A control section closes the report.
      *   - the consolidated statement (FUNDECL.RELSTMT.RPT): a page
      *     per customer with the name and mailing block (taken from
      *     the customer's primary account, or the first linked
      *     account found when no primary is on the master), every
      *     linked account's current balances, and the combined
      *     balances across them.
      * Statements are produced for the customer ids keyed one per
      * line on FUNDECL.RELSTMT.CTL; with no request file (or an
      * empty one) every customer on the relationship file gets one.
      * The summary always covers every customer.
      *
      * Balances are the current master balances - the per-account
      * period statement with transaction detail stays with
      * AccountStatement.
      *
      * A linked account AccountClosure has purged from the master is
      * looked up on the closed-account archive
      * FUNDECL.CUSTMAST.CLOSED and reported CLOSED with no balances;
      * only a link on neither file is MISSING.
      *
      * Return codes: 0 clean, 4 a linked account is on neither the
      * master nor the closed archive, or a customer has more linked
      * accounts than the
      * report carries, 12 no relationship file, 16 the master
      * cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelationshipReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-FILE ASSIGN TO WS-RELATION-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-LINK-KEY
               FILE STATUS IS WS-RELATION-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

      * SEQUENTIAL - the archived records keep the full CUSTMAST.cpy
      * shape, COMP-3 balances included; matches AccountClosure.
           SELECT CLOSED-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ADDRESS-MASTER-FILE ASSIGN TO WS-ADDRESS-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-ACCOUNT-NUMBER
               FILE STATUS IS WS-ADDRESS-STATUS.

      * Plain text customer ids keyed by customer service - no COMP-3
      * fields, so LINE SEQUENTIAL is safe here.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT SUMMARY-REPORT ASSIGN TO WS-SUMMARY-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO WS-STATEMENT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATION-FILE.
       COPY CUSTREL.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

      * Field-for-field mirror of CUSTMAST.cpy's key, class and name
      * bytes (X(65) overall) - the copybook already names the
      * indexed master's FD above.
       FD  CLOSED-ARCHIVE-FILE.
       01  CLOSED-ARCHIVE-RECORD.
           05  CARC-ACCOUNT-NUMBER     PIC 9(10).
           05  CARC-ACCOUNT-CLASS      PIC X(02).
           05  FILLER                  PIC X(22).
           05  CARC-CUSTOMER-NAME      PIC X(30).
           05  FILLER                  PIC X(01).

       FD  ADDRESS-MASTER-FILE.
       COPY CUSTADDR.

       FD  REQUEST-FILE.
       01  RELATION-REQUEST-RECORD.
           05  RELRQ-CUSTOMER-ID       PIC X(10).

       FD  SUMMARY-REPORT.
       01  SUMMARY-REPORT-LINE         PIC X(100).

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RELATION-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTREL.DAT'.
       01  WS-RELATION-STATUS          PIC X(02).
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-ARCHIVE-DSN              PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.CLOSED'.
       01  WS-ARCHIVE-STATUS           PIC X(02).
       01  WS-ADDRESS-DSN              PIC X(80)
                                       VALUE 'FUNDECL.CUSTADDR.DAT'.
       01  WS-ADDRESS-STATUS           PIC X(02).
       01  WS-REQUEST-DSN              PIC X(80)
                                       VALUE 'FUNDECL.RELSTMT.CTL'.
       01  WS-REQUEST-STATUS           PIC X(02).
       01  WS-SUMMARY-DSN              PIC X(80)
                                       VALUE 'FUNDECL.RELSUMM.RPT'.
       01  WS-SUMMARY-STATUS           PIC X(02).
       01  WS-STATEMENT-DSN            PIC X(80)
                                       VALUE 'FUNDECL.RELSTMT.RPT'.
       01  WS-STATEMENT-STATUS         PIC X(02).

       01  WS-RELATION-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-END-OF-RELATIONS               VALUE 'Y'.
       01  WS-REQUEST-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-NO-MORE-REQUESTS               VALUE 'Y'.
       01  WS-ARCHIVE-EOF-SWITCH       PIC X.
           88  WS-END-OF-ARCHIVE                 VALUE 'Y'.
       01  WS-ADDRESS-OPEN-SWITCH      PIC X VALUE 'N'.
           88  WS-ADDRESS-FILE-OPEN              VALUE 'Y'.
       01  WS-ADDRESS-FOUND-SWITCH     PIC X.
           88  WS-ADDRESS-FOUND                  VALUE 'Y'.
       01  WS-ALL-STATEMENTS-SWITCH    PIC X VALUE 'N'.
           88  WS-ALL-STATEMENTS                 VALUE 'Y'.
       01  WS-STATEMENT-WANTED-SWITCH  PIC X.
           88  WS-STATEMENT-WANTED               VALUE 'Y'.
      * Set once the customer's name comes from a primary-role
      * account - a later primary does not displace it, but a
      * primary does displace a name taken from a joint account.
       01  WS-NAME-FROM-PRIMARY-SWITCH PIC X.
           88  WS-NAME-FROM-PRIMARY              VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-PAGE-NUMBER              PIC 9(04) VALUE ZERO.

      * The customer being gathered - its linked accounts as read
      * from the master, and its running figures.
       01  WS-CURRENT-CUSTOMER         PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-NAME            PIC X(30).
       01  WS-NAME-ACCOUNT             PIC 9(10).
       01  WS-CUST-ACCOUNTS            PIC 9(04).
       01  WS-CUST-JOINT               PIC 9(04).
       01  WS-CUST-HELD                PIC 9(04).
       01  WS-CUST-OPEN-NOT-HELD       PIC 9(04).
       01  WS-CUST-MISSING             PIC 9(04).
       01  WS-CUST-PRINCIPAL           PIC S9(11) COMP-3.
       01  WS-CUST-INTEREST            PIC S9(11) COMP-3.
       01  WS-CUST-FEES                PIC S9(11) COMP-3.
       01  WS-CUST-TOTAL               PIC S9(11) COMP-3.
       01  WS-CUST-NOTE                PIC X(12).

       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-ACCOUNT      PIC 9(10).
               10  WS-GRP-ROLE         PIC X(01).
               10  WS-GRP-FOUND        PIC X(01).
                   88  WS-GRP-ON-MASTER          VALUE 'Y'.
                   88  WS-GRP-ON-ARCHIVE         VALUE 'C'.
               10  WS-GRP-CLASS        PIC X(02).
               10  WS-GRP-STATUS       PIC X(07).
               10  WS-GRP-PRINCIPAL    PIC S9(09) COMP-3.
               10  WS-GRP-INTEREST     PIC S9(09) COMP-3.
               10  WS-GRP-FEES         PIC S9(09) COMP-3.
               10  WS-GRP-TOTAL        PIC S9(09) COMP-3.

      * Customer ids asked for on the request file, and whether each
      * turned up on the relationship file.
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-REQUEST-ENTRY OCCURS 500 TIMES.
               10  WS-REQ-CUSTOMER-ID  PIC X(10).
               10  WS-REQ-PRINTED      PIC X(01).

       01  WS-LINKS-READ               PIC 9(09) VALUE ZERO.
       01  WS-LINKS-NOT-ON-MASTER      PIC 9(09) VALUE ZERO.
       01  WS-LINKS-ARCHIVED           PIC 9(09) VALUE ZERO.
       01  WS-LINKS-OVER-LIMIT         PIC 9(09) VALUE ZERO.
       01  WS-RELATIONSHIPS            PIC 9(09) VALUE ZERO.
       01  WS-MULTI-ACCOUNT            PIC 9(09) VALUE ZERO.
       01  WS-PARTIAL-HOLDS            PIC 9(09) VALUE ZERO.
       01  WS-STATEMENTS-PRINTED       PIC 9(09) VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC S9(13) COMP-3 VALUE ZERO.

       01  WS-EDIT-SMALL               PIC ZZZZ9.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-GRAND-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PAGE                PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           OPEN INPUT RELATION-FILE
           IF WS-RELATION-STATUS NOT = '00'
               DISPLAY 'RELATIONSHIPREPORT: NO RELATIONSHIP FILE ON '
                   WS-RELATION-DSN ' STATUS ' WS-RELATION-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'RELATIONSHIPREPORT: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               CLOSE RELATION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Absent address detail file is tolerated - statements print
      * with the no-address line, the same as AccountStatement.
           OPEN INPUT ADDRESS-MASTER-FILE
           IF WS-ADDRESS-STATUS = '00'
               SET WS-ADDRESS-FILE-OPEN TO TRUE
           ELSE
               CLOSE ADDRESS-MASTER-FILE
               DISPLAY 'RELATIONSHIPREPORT: NO ADDRESS DETAIL FILE ON '
                   WS-ADDRESS-DSN ' STATUS ' WS-ADDRESS-STATUS
           END-IF

           PERFORM 1000-LOAD-REQUESTS
           PERFORM 1500-WRITE-SUMMARY-HEADING
           OPEN OUTPUT STATEMENT-REPORT
           PERFORM 3900-RESET-CUSTOMER

           PERFORM UNTIL WS-END-OF-RELATIONS
               READ RELATION-FILE
                   AT END SET WS-END-OF-RELATIONS TO TRUE
                   NOT AT END PERFORM 2000-TAKE-ONE-LINK
               END-READ
           END-PERFORM
           IF WS-GROUP-COUNT > ZERO
               PERFORM 3000-FINISH-CUSTOMER
           END-IF

           PERFORM 8000-WRITE-SUMMARY-CONTROL
           PERFORM 8500-CHECK-REQUESTS

           CLOSE RELATION-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-ADDRESS-FILE-OPEN
               CLOSE ADDRESS-MASTER-FILE
           END-IF
           CLOSE SUMMARY-REPORT
           CLOSE STATEMENT-REPORT

           DISPLAY 'RELATIONSHIPREPORT: ' WS-RELATIONSHIPS
               ' CUSTOMERS, ' WS-LINKS-READ ' LINKED ACCOUNTS, '
               WS-STATEMENTS-PRINTED ' STATEMENTS, '
               WS-LINKS-ARCHIVED ' CLOSED AND ARCHIVED, '
               WS-LINKS-NOT-ON-MASTER ' MISSING'
           IF WS-LINKS-NOT-ON-MASTER > ZERO
                   OR WS-LINKS-OVER-LIMIT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * No request file, or one with no ids on it, means a statement
      * for every customer on the relationship file.
       1000-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               CLOSE REQUEST-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-REQUESTS
                   READ REQUEST-FILE
                       AT END SET WS-NO-MORE-REQUESTS TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           IF WS-REQUEST-COUNT = ZERO
               SET WS-ALL-STATEMENTS TO TRUE
           END-IF
           .

       1100-LOAD-ONE-REQUEST.
           IF RELRQ-CUSTOMER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REQUEST-COUNT >= 500
               DISPLAY 'RELATIONSHIPREPORT: REQUEST TABLE FULL - '
                   'CUSTOMER ' RELRQ-CUSTOMER-ID ' NOT PRINTED'
           ELSE
               ADD 1 TO WS-REQUEST-COUNT
               MOVE RELRQ-CUSTOMER-ID
                   TO WS-REQ-CUSTOMER-ID (WS-REQUEST-COUNT)
               MOVE 'N' TO WS-REQ-PRINTED (WS-REQUEST-COUNT)
           END-IF
           .

      * Columns: customer 1-10, name 12-41, accounts 43-47, joint
      * 49-53, held 55-59, missing 61-65, combined total 67-81,
      * note from 83.
       1500-WRITE-SUMMARY-HEADING.
           OPEN OUTPUT SUMMARY-REPORT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'FUNDECLARE SUITE - CUSTOMER RELATIONSHIP SUMMARY'
                   '   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE SPACES TO SUMMARY-REPORT-LINE
           MOVE 'CUSTOMER'             TO SUMMARY-REPORT-LINE (1:8)
           MOVE 'NAME'                 TO SUMMARY-REPORT-LINE (12:4)
           MOVE 'ACCTS'                TO SUMMARY-REPORT-LINE (43:5)
           MOVE 'JOINT'                TO SUMMARY-REPORT-LINE (49:5)
           MOVE ' HELD'                TO SUMMARY-REPORT-LINE (55:5)
           MOVE ' MISS'                TO SUMMARY-REPORT-LINE (61:5)
           MOVE 'COMBINED TOTAL'       TO SUMMARY-REPORT-LINE (68:14)
           MOVE 'NOTE'                 TO SUMMARY-REPORT-LINE (83:4)
           WRITE SUMMARY-REPORT-LINE
           MOVE ALL '-' TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           .

      * Key order brings each customer's links together - a change
      * of customer id closes off the one before it.
       2000-TAKE-ONE-LINK.
           IF WS-GROUP-COUNT > ZERO
                   AND REL-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               PERFORM 3000-FINISH-CUSTOMER
           END-IF
           MOVE REL-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           ADD 1 TO WS-LINKS-READ
           IF WS-GROUP-COUNT >= 100
               DISPLAY 'RELATIONSHIPREPORT: CUSTOMER ' REL-CUSTOMER-ID
                   ' HAS MORE THAN 100 LINKED ACCOUNTS - ACCOUNT '
                   REL-ACCOUNT-NUMBER ' LEFT OFF THE REPORTS'
               ADD 1 TO WS-LINKS-OVER-LIMIT
           ELSE
               ADD 1 TO WS-GROUP-COUNT
               MOVE REL-ACCOUNT-NUMBER
                   TO WS-GRP-ACCOUNT (WS-GROUP-COUNT)
               MOVE REL-ROLE TO WS-GRP-ROLE (WS-GROUP-COUNT)
               PERFORM 2100-READ-LINKED-ACCOUNT
           END-IF
           .

       2100-READ-LINKED-ACCOUNT.
           ADD 1 TO WS-CUST-ACCOUNTS
           IF REL-ROLE-JOINT
               ADD 1 TO WS-CUST-JOINT
           END-IF
           MOVE REL-ACCOUNT-NUMBER TO CUST-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   PERFORM 2200-SEARCH-CLOSED-ARCHIVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GRP-FOUND (WS-GROUP-COUNT)
           END-READ

      * Purged by AccountClosure - closed, and nothing left on it.
           IF WS-GRP-ON-ARCHIVE (WS-GROUP-COUNT)
               ADD 1 TO WS-LINKS-ARCHIVED
               MOVE 'CLOSED' TO WS-GRP-STATUS (WS-GROUP-COUNT)
               MOVE ZERO TO WS-GRP-PRINCIPAL (WS-GROUP-COUNT)
                            WS-GRP-INTEREST (WS-GROUP-COUNT)
                            WS-GRP-FEES (WS-GROUP-COUNT)
                            WS-GRP-TOTAL (WS-GROUP-COUNT)
               IF WS-CUSTOMER-NAME = SPACES
                   MOVE CARC-CUSTOMER-NAME  TO WS-CUSTOMER-NAME
                   MOVE CARC-ACCOUNT-NUMBER TO WS-NAME-ACCOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-GRP-ON-MASTER (WS-GROUP-COUNT)
               ADD 1 TO WS-CUST-MISSING
               ADD 1 TO WS-LINKS-NOT-ON-MASTER
               MOVE SPACES TO WS-GRP-CLASS (WS-GROUP-COUNT)
               MOVE 'MISSING' TO WS-GRP-STATUS (WS-GROUP-COUNT)
               MOVE ZERO TO WS-GRP-PRINCIPAL (WS-GROUP-COUNT)
                            WS-GRP-INTEREST (WS-GROUP-COUNT)
                            WS-GRP-FEES (WS-GROUP-COUNT)
                            WS-GRP-TOTAL (WS-GROUP-COUNT)
               EXIT PARAGRAPH
           END-IF

           MOVE CUST-ACCOUNT-CLASS TO WS-GRP-CLASS (WS-GROUP-COUNT)
           EVALUATE TRUE
               WHEN CUST-ACCOUNT-CLOSED
                   MOVE 'CLOSED' TO WS-GRP-STATUS (WS-GROUP-COUNT)
               WHEN CUST-ACCOUNT-ON-HOLD
                   MOVE 'HOLD' TO WS-GRP-STATUS (WS-GROUP-COUNT)
                   ADD 1 TO WS-CUST-HELD
               WHEN CUST-ACCOUNT-DORMANT
                   MOVE 'DORMANT' TO WS-GRP-STATUS (WS-GROUP-COUNT)
                   ADD 1 TO WS-CUST-OPEN-NOT-HELD
               WHEN OTHER
                   MOVE 'OPEN' TO WS-GRP-STATUS (WS-GROUP-COUNT)
                   ADD 1 TO WS-CUST-OPEN-NOT-HELD
           END-EVALUATE
           MOVE CUST-BALANCE-PRINCIPAL
               TO WS-GRP-PRINCIPAL (WS-GROUP-COUNT)
           MOVE CUST-BALANCE-INTEREST
               TO WS-GRP-INTEREST (WS-GROUP-COUNT)
           MOVE CUST-BALANCE-FEES  TO WS-GRP-FEES (WS-GROUP-COUNT)
           MOVE CUST-BALANCE-TOTAL TO WS-GRP-TOTAL (WS-GROUP-COUNT)
           ADD CUST-BALANCE-PRINCIPAL TO WS-CUST-PRINCIPAL
           ADD CUST-BALANCE-INTEREST  TO WS-CUST-INTEREST
           ADD CUST-BALANCE-FEES      TO WS-CUST-FEES
           ADD CUST-BALANCE-TOTAL     TO WS-CUST-TOTAL

           IF WS-CUSTOMER-NAME = SPACES
                   OR (REL-ROLE-PRIMARY AND NOT WS-NAME-FROM-PRIMARY)
               MOVE CUST-CUSTOMER-NAME  TO WS-CUSTOMER-NAME
               MOVE CUST-ACCOUNT-NUMBER TO WS-NAME-ACCOUNT
               IF REL-ROLE-PRIMARY
                   SET WS-NAME-FROM-PRIMARY TO TRUE
               END-IF
           END-IF
           .

      * Same scan CustomerNotice makes for a purged account's name;
      * the archive is only read for links the master has lost.
       2200-SEARCH-CLOSED-ARCHIVE.
           MOVE 'N' TO WS-GRP-FOUND (WS-GROUP-COUNT)
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH
           OPEN INPUT CLOSED-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               CLOSE CLOSED-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-ARCHIVE
               READ CLOSED-ARCHIVE-FILE
                   AT END SET WS-END-OF-ARCHIVE TO TRUE
                   NOT AT END
                       IF CARC-ACCOUNT-NUMBER = REL-ACCOUNT-NUMBER
                           MOVE 'C' TO WS-GRP-FOUND (WS-GROUP-COUNT)
                           MOVE CARC-ACCOUNT-CLASS
                               TO WS-GRP-CLASS (WS-GROUP-COUNT)
                           SET WS-END-OF-ARCHIVE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-ARCHIVE-FILE
           .

       3000-FINISH-CUSTOMER.
           ADD 1 TO WS-RELATIONSHIPS
           IF WS-CUST-ACCOUNTS > 1
               ADD 1 TO WS-MULTI-ACCOUNT
           END-IF
      * A hold on some open accounts but not the others is the case
      * this report exists to surface - the customer's money is
      * still moving through the accounts nobody held.
           EVALUATE TRUE
               WHEN WS-CUST-HELD > ZERO AND WS-CUST-OPEN-NOT-HELD > ZERO
                   MOVE 'PARTIAL HOLD' TO WS-CUST-NOTE
                   ADD 1 TO WS-PARTIAL-HOLDS
               WHEN WS-CUST-HELD > ZERO
                   MOVE 'ALL HELD' TO WS-CUST-NOTE
               WHEN WS-CUST-MISSING > ZERO
                   MOVE 'CHECK LINKS' TO WS-CUST-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-CUST-NOTE
           END-EVALUATE
           ADD WS-CUST-TOTAL TO WS-GRAND-TOTAL

           MOVE SPACES TO SUMMARY-REPORT-LINE
           MOVE WS-CURRENT-CUSTOMER    TO SUMMARY-REPORT-LINE (1:10)
           MOVE WS-CUSTOMER-NAME       TO SUMMARY-REPORT-LINE (12:30)
           MOVE WS-CUST-ACCOUNTS       TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL          TO SUMMARY-REPORT-LINE (43:5)
           MOVE WS-CUST-JOINT          TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL          TO SUMMARY-REPORT-LINE (49:5)
           MOVE WS-CUST-HELD           TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL          TO SUMMARY-REPORT-LINE (55:5)
           MOVE WS-CUST-MISSING        TO WS-EDIT-SMALL
           MOVE WS-EDIT-SMALL          TO SUMMARY-REPORT-LINE (61:5)
           MOVE WS-CUST-TOTAL          TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO SUMMARY-REPORT-LINE (67:15)
           MOVE WS-CUST-NOTE           TO SUMMARY-REPORT-LINE (83:12)
           WRITE SUMMARY-REPORT-LINE

           PERFORM 3100-CHECK-STATEMENT-WANTED
           IF WS-STATEMENT-WANTED
               PERFORM 3500-WRITE-STATEMENT
           END-IF
           PERFORM 3900-RESET-CUSTOMER
           .

       3100-CHECK-STATEMENT-WANTED.
           MOVE 'N' TO WS-STATEMENT-WANTED-SWITCH
           IF WS-ALL-STATEMENTS
               SET WS-STATEMENT-WANTED TO TRUE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-REQUEST-COUNT
                   IF WS-REQ-CUSTOMER-ID (WS-SUB)
                           = WS-CURRENT-CUSTOMER
                       SET WS-STATEMENT-WANTED TO TRUE
                       MOVE 'Y' TO WS-REQ-PRINTED (WS-SUB)
                   END-IF
               END-PERFORM
           END-IF
           .

      * Statement columns: account 1-10, role 12, class 14-15,
      * status 17-23, principal 25-39, interest 41-55, fees 57-71,
      * total 73-87.
       3500-WRITE-STATEMENT.
           ADD 1 TO WS-PAGE-NUMBER
           ADD 1 TO WS-STATEMENTS-PRINTED
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'CONSOLIDATED RELATIONSHIP STATEMENT  CUSTOMER '
                   WS-CURRENT-CUSTOMER '  AS OF ' WS-TODAY-DATE
                   '      PAGE ' WS-EDIT-PAGE
                   DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'NAME: ' WS-CUSTOMER-NAME
                   DELIMITED BY SIZE
               INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           PERFORM 3600-WRITE-ADDRESS-BLOCK

           MOVE ALL '-' TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           MOVE 'ACCOUNT'              TO STATEMENT-REPORT-LINE (1:7)
           MOVE 'R'                    TO STATEMENT-REPORT-LINE (12:1)
           MOVE 'CL'                   TO STATEMENT-REPORT-LINE (14:2)
           MOVE 'STATUS'               TO STATEMENT-REPORT-LINE (17:6)
           MOVE 'PRINCIPAL'            TO STATEMENT-REPORT-LINE (31:9)
           MOVE 'INTEREST'             TO STATEMENT-REPORT-LINE (48:8)
           MOVE 'FEES'                 TO STATEMENT-REPORT-LINE (68:4)
           MOVE 'TOTAL'                TO STATEMENT-REPORT-LINE (83:5)
           WRITE STATEMENT-REPORT-LINE

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GROUP-COUNT
               PERFORM 3700-WRITE-ACCOUNT-LINE
           END-PERFORM

           MOVE ALL '-' TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           MOVE 'COMBINED BALANCES'    TO STATEMENT-REPORT-LINE (1:17)
           MOVE WS-CUST-PRINCIPAL      TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO STATEMENT-REPORT-LINE (25:15)
           MOVE WS-CUST-INTEREST       TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO STATEMENT-REPORT-LINE (41:15)
           MOVE WS-CUST-FEES           TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO STATEMENT-REPORT-LINE (57:15)
           MOVE WS-CUST-TOTAL          TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT         TO STATEMENT-REPORT-LINE (73:15)
           WRITE STATEMENT-REPORT-LINE

           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           .

      * Mailing block of the account the name came from. No address
      * on file prints a visible line so the statement gets pulled.
       3600-WRITE-ADDRESS-BLOCK.
           MOVE 'N' TO WS-ADDRESS-FOUND-SWITCH
           IF WS-ADDRESS-FILE-OPEN AND WS-CUSTOMER-NAME NOT = SPACES
               MOVE WS-NAME-ACCOUNT TO ADDR-ACCOUNT-NUMBER
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ADDRESS-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-ADDRESS-FOUND
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING '      ' ADDR-LINE-1
                       DELIMITED BY SIZE
                   INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               IF ADDR-LINE-2 NOT = SPACES
                   MOVE SPACES TO STATEMENT-REPORT-LINE
                   STRING '      ' ADDR-LINE-2
                           DELIMITED BY SIZE
                       INTO STATEMENT-REPORT-LINE
                   WRITE STATEMENT-REPORT-LINE
               END-IF
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING '      ' ADDR-CITY ' ' ADDR-STATE ' '
                       ADDR-POSTAL-CODE
                       DELIMITED BY SIZE
                   INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           ELSE
               MOVE '      *** NO ADDRESS ON FILE ***'
                                       TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF
           .

       3700-WRITE-ACCOUNT-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           MOVE WS-GRP-ACCOUNT (WS-SUB)
                                   TO STATEMENT-REPORT-LINE (1:10)
           MOVE WS-GRP-ROLE (WS-SUB)
                                   TO STATEMENT-REPORT-LINE (12:1)
           MOVE WS-GRP-CLASS (WS-SUB)
                                   TO STATEMENT-REPORT-LINE (14:2)
           MOVE WS-GRP-STATUS (WS-SUB)
                                   TO STATEMENT-REPORT-LINE (17:7)
           IF WS-GRP-ON-MASTER (WS-SUB)
               MOVE WS-GRP-PRINCIPAL (WS-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STATEMENT-REPORT-LINE (25:15)
               MOVE WS-GRP-INTEREST (WS-SUB)  TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STATEMENT-REPORT-LINE (41:15)
               MOVE WS-GRP-FEES (WS-SUB)      TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STATEMENT-REPORT-LINE (57:15)
               MOVE WS-GRP-TOTAL (WS-SUB)     TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO STATEMENT-REPORT-LINE (73:15)
           ELSE
               IF WS-GRP-ON-ARCHIVE (WS-SUB)
                   MOVE '*** ACCOUNT CLOSED AND ARCHIVED ***'
                                   TO STATEMENT-REPORT-LINE (25:35)
               ELSE
                   MOVE '*** ACCOUNT NOT ON MASTER ***'
                                   TO STATEMENT-REPORT-LINE (25:29)
               END-IF
           END-IF
           WRITE STATEMENT-REPORT-LINE
           .

       3900-RESET-CUSTOMER.
           MOVE ZERO TO WS-GROUP-COUNT
                        WS-CUST-ACCOUNTS
                        WS-CUST-JOINT
                        WS-CUST-HELD
                        WS-CUST-OPEN-NOT-HELD
                        WS-CUST-MISSING
                        WS-CUST-PRINCIPAL
                        WS-CUST-INTEREST
                        WS-CUST-FEES
                        WS-CUST-TOTAL
                        WS-NAME-ACCOUNT
           MOVE SPACES TO WS-CUSTOMER-NAME
           MOVE 'N' TO WS-NAME-FROM-PRIMARY-SWITCH
           .

       8000-WRITE-SUMMARY-CONTROL.
           MOVE ALL '-' TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-RELATIONSHIPS TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'CUSTOMERS ON THE RELATIONSHIP FILE  ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-MULTI-ACCOUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'WITH MORE THAN ONE ACCOUNT          ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-LINKS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'LINKED ACCOUNTS                     ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-LINKS-ARCHIVED TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'LINKED ACCOUNTS CLOSED AND ARCHIVED ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-LINKS-NOT-ON-MASTER TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'LINKED ACCOUNTS ON NEITHER FILE     ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-LINKS-OVER-LIMIT TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'LINKS OVER THE 100-ACCOUNT LIMIT    ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-PARTIAL-HOLDS TO WS-EDIT-COUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'CUSTOMERS WITH A PARTIAL HOLD       ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE WS-GRAND-TOTAL TO WS-EDIT-GRAND-AMOUNT
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING 'COMBINED TOTAL, ALL CUSTOMERS    '
                   WS-EDIT-GRAND-AMOUNT
                   DELIMITED BY SIZE
               INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           .

      * A requested customer id that never came up on the relationship
      * file got no statement - say so rather than leave customer
      * service waiting on a page that was never printed.
       8500-CHECK-REQUESTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REQUEST-COUNT
               IF WS-REQ-PRINTED (WS-SUB) = 'N'
                   DISPLAY 'RELATIONSHIPREPORT: CUSTOMER '
                       WS-REQ-CUSTOMER-ID (WS-SUB)
                       ' NOT ON THE RELATIONSHIP FILE - NO STATEMENT'
               END-IF
           END-PERFORM
           .
       END PROGRAM RelationshipReport.
