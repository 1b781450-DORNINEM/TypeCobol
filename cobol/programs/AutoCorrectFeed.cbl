      *
      * This step is also the intake chain's layout normalizer: the
      * raw feed is read in the partner's native fixed layout, the
      * INTFREC field content is lifted out by the profile's offsets
      * (the customer id and relationship role too, for a sender
      * whose profile carries them), and the corrected file
      * <prefix>.FIXED is written in the canonical INTFREC.cpy
      * layout - everything downstream (scrub reads raw for honesty
      * about what arrived; intake and the ack builder read .FIXED)
      * sees one shape regardless of sender.
      * Each corrected field's hit count is tallied in the same
      * INSPECT statement that performs the replacement and logged
      * per partner per run.
      *
      * Only a feed PartnerFeedGate accepted for today's cycle is
      * taken in (<prefix>.GATE, GATESTAT.cpy) - a rejected, missing,
      * stale or unrecorded verdict is a refusal, and the partner's
      * corrected file, correction report and dispositions are
      * emptied so nothing from an earlier night flows on to
      * PartnerFeedIntake. The feed's header and trailer records
      * (FEEDHT.cpy) are passed over - only detail records are
      * corrected and written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutoCorrectFeed.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.

           SELECT GATE-STATUS-FILE ASSIGN TO WS-GATE-STATUS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
      * sender; the profile's record length says how much is real.
       FD  INTERFACE-FILE.
       01  RAW-FEED-RECORD             PIC X(200).
       COPY FEEDHT.

      * X(153) = the INTFREC.cpy record length - the canonical layout
      * every corrected file is written in, whatever arrived.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DISP-AMOUNT-FIXED       PIC X(01).

       FD  GATE-STATUS-FILE.
       COPY GATESTAT.

       WORKING-STORAGE SECTION.
       01  WS-PROFILE-DSN              PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.PROFILES'.
       01  WS-FIX-REPORT-STATUS        PIC X(02).
       01  WS-DISPOSITION-DSN          PIC X(80).
       01  WS-DISPOSITION-STATUS       PIC X(02).
       01  WS-GATE-STATUS-DSN          PIC X(80).
       01  WS-GATE-STATUS-STATUS       PIC X(02).

      * Canonical work record the raw fields are lifted into - the
      * shape the corrected file is written in.
           88  WS-NO-MORE-PROFILES               VALUE 'Y'.
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-PARTNERS-RUN             PIC 9(04) VALUE ZERO.
       01  WS-PARTNERS-REFUSED         PIC 9(04) VALUE ZERO.
       01  WS-GATE-SWITCH              PIC X.
           88  WS-GATE-PASSED                    VALUE 'Y'.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
       01  WS-TALLY                    PIC 9(09) COMP.
       01  WS-ACCOUNT-FIX-COUNT        PIC 9(09) VALUE ZERO.
           88  WS-OFFSETS-IN-ERROR               VALUE 'Y'.
       01  WS-CHECK-OFFSET             PIC 9(03).
       01  WS-CHECK-LENGTH             PIC 9(03).
      * The profile's customer id / role offsets, SPACES (a line keyed
      * before the fields existed) read as zero - not carried.
       01  WS-CUSTID-OFFSET            PIC 9(03).
       01  WS-ROLE-OFFSET              PIC 9(03).

      * The senders' profiles ride in storage - a handful of feed
      * providers, loaded once, run in file order.
               10  WS-PROF-NAME-OFF    PIC 9(03).
               10  WS-PROF-TYPE-OFF    PIC 9(03).
               10  WS-PROF-ADDR-OFF    PIC 9(03).
               10  WS-PROF-CUSTID-OFF  PIC 9(03).
               10  WS-PROF-ROLE-OFF    PIC 9(03).
               10  WS-PROF-FIX-ACCT    PIC X(01).
               10  WS-PROF-FIX-AMT     PIC X(01).

      * The gate verdict must be for the business day being run,
      * taken from CycleDateService as PartnerFeedGate takes it.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 1000-LOAD-PROFILES
           IF WS-PROFILE-COUNT = ZERO
               DISPLAY 'AUTOCORRECTFEED: NO PARTNER PROFILES ON '
           END-PERFORM

           DISPLAY 'AUTOCORRECTFEED: ' WS-PARTNERS-RUN
               ' PARTNER FEED(S) CORRECTED, ' WS-PARTNERS-REFUSED
               ' REFUSED AT THE INTAKE GATE'
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
           MOVE PROF-ADDRESS-OFFSET TO WS-CHECK-OFFSET
           MOVE 92 TO WS-CHECK-LENGTH
           PERFORM 1150-CHECK-ONE-OFFSET
           IF PROF-CUSTOMER-ID-OFFSET = SPACES
               MOVE ZERO TO WS-CUSTID-OFFSET
           ELSE
               MOVE PROF-CUSTOMER-ID-OFFSET TO WS-CUSTID-OFFSET
           END-IF
           IF PROF-ROLE-OFFSET = SPACES
               MOVE ZERO TO WS-ROLE-OFFSET
           ELSE
               MOVE PROF-ROLE-OFFSET TO WS-ROLE-OFFSET
           END-IF
           MOVE WS-CUSTID-OFFSET TO WS-CHECK-OFFSET
           MOVE 10 TO WS-CHECK-LENGTH
           PERFORM 1150-CHECK-ONE-OFFSET
           MOVE WS-ROLE-OFFSET TO WS-CHECK-OFFSET
           MOVE 1 TO WS-CHECK-LENGTH
           PERFORM 1150-CHECK-ONE-OFFSET
           IF WS-OFFSETS-IN-ERROR
               DISPLAY 'AUTOCORRECTFEED: PROFILE ' PROF-PARTNER-ID
                   ' HAS A FIELD OFFSET PAST ITS RECORD LENGTH '
               TO WS-PROF-TYPE-OFF (WS-PROFILE-COUNT)
           MOVE PROF-ADDRESS-OFFSET
               TO WS-PROF-ADDR-OFF (WS-PROFILE-COUNT)
           MOVE WS-CUSTID-OFFSET
               TO WS-PROF-CUSTID-OFF (WS-PROFILE-COUNT)
           MOVE WS-ROLE-OFFSET
               TO WS-PROF-ROLE-OFF (WS-PROFILE-COUNT)
           MOVE PROF-FIX-ACCOUNT-FLAG
               TO WS-PROF-FIX-ACCT (WS-PROFILE-COUNT)
           MOVE PROF-FIX-AMOUNT-FLAG
           STRING WS-PROF-PREFIX (WS-SUB) DELIMITED BY SPACE
                   '.DISP' DELIMITED BY SIZE
               INTO WS-DISPOSITION-DSN
           MOVE SPACES TO WS-GATE-STATUS-DSN
           STRING WS-PROF-PREFIX (WS-SUB) DELIMITED BY SPACE
                   '.GATE' DELIMITED BY SIZE
               INTO WS-GATE-STATUS-DSN

           MOVE 'N'  TO WS-EOF-SWITCH
           MOVE ZERO TO WS-RECORDS-READ WS-ACCOUNT-FIX-COUNT
                        WS-AMOUNT-FIX-COUNT

           PERFORM 2100-CHECK-GATE-VERDICT
           IF NOT WS-GATE-PASSED
               ADD 1 TO WS-PARTNERS-REFUSED
               OPEN OUTPUT CORRECTED-FILE
               CLOSE CORRECTED-FILE
               OPEN OUTPUT FIX-REPORT
               CLOSE FIX-REPORT
               OPEN OUTPUT DISPOSITION-FILE
               CLOSE DISPOSITION-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT INTERFACE-FILE
           IF WS-INTERFACE-STATUS NOT = '00'
               DISPLAY 'AUTOCORRECTFEED: NO FEED ON '
           END-IF
           .

      * Fail closed - no verdict, or one left from another cycle,
      * means the gate never passed this feed.
       2100-CHECK-GATE-VERDICT.
           MOVE 'N' TO WS-GATE-SWITCH
           OPEN INPUT GATE-STATUS-FILE
           IF WS-GATE-STATUS-STATUS NOT = '00'
               CLOSE GATE-STATUS-FILE
               DISPLAY 'AUTOCORRECTFEED: NO GATE VERDICT ON '
                   WS-GATE-STATUS-DSN ' FOR PARTNER '
                   WS-PROF-ID (WS-SUB) ' - REFUSED'
               EXIT PARAGRAPH
           END-IF
           READ GATE-STATUS-FILE
               AT END
                   MOVE SPACES TO GATE-STATUS-RECORD
           END-READ
           CLOSE GATE-STATUS-FILE
           EVALUATE TRUE
               WHEN GATE-CYCLE-DATE NOT NUMERIC
                       OR GATE-CYCLE-DATE NOT = WS-TODAY-DATE
                   DISPLAY 'AUTOCORRECTFEED: GATE VERDICT FOR PARTNER '
                       WS-PROF-ID (WS-SUB)
                       ' IS NOT FOR THIS CYCLE - REFUSED'
               WHEN GATE-ACCEPTED
                   SET WS-GATE-PASSED TO TRUE
               WHEN OTHER
                   DISPLAY 'AUTOCORRECTFEED: PARTNER '
                       WS-PROF-ID (WS-SUB) ' FEED REFUSED AT GATE - '
                       GATE-REASON-CODE ' ' GATE-REASON-TEXT
           END-EVALUATE
           .

       3000-CORRECT-RECORD.
           IF FHDR-IS-HEADER OR FTRL-IS-TRAILER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-READ
           PERFORM 3100-LIFT-FIELDS-BY-PROFILE

               MOVE RAW-FEED-RECORD (WS-PROF-TYPE-OFF (WS-SUB) : 1)
                   TO INTF-RECORD-TYPE
           END-IF
           IF WS-PROF-CUSTID-OFF (WS-SUB) > ZERO
               MOVE RAW-FEED-RECORD (WS-PROF-CUSTID-OFF (WS-SUB) : 10)
                   TO INTF-CUSTOMER-ID
           END-IF
           IF WS-PROF-ROLE-OFF (WS-SUB) > ZERO
               MOVE RAW-FEED-RECORD (WS-PROF-ROLE-OFF (WS-SUB) : 1)
                   TO INTF-RELATION-ROLE
           END-IF
      * The address block travels as one 92-byte run in canonical
      * field order - line 1, line 2, city, state, postal code.
           IF WS-PROF-ADDR-OFF (WS-SUB) > ZERO
