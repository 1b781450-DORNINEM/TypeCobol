      ******************************************************************
      * PartnerFeedGate - completeness gate in front of the partner
      * intake chain, once per partner profile record (PARTPROF.cpy)
      * on FUNDECL.PARTNER.PROFILES. A partner's <prefix>.DAT used to
      * go straight into AutoCorrectFeed and ScrubTally with nothing
      * proving it arrived whole - a transmission cut off halfway
      * looked like a small night, and a missing feed looked like a
      * quiet partner. Every feed now carries a header and a trailer
      * (FEEDHT.cpy) and this step proves each one before anything
      * downstream touches it:
      *   - the feed must be there at all - a profiled partner whose
      *     feed has not arrived is flagged MISSING, not passed over,
      *   - the first record must be a header naming the profile's
      *     partner, with a file date no later than the cycle and no
      *     earlier than the last feed accepted from them, and a
      *     sequence number exactly one past that feed's (the last
      *     accepted feed per partner is held on
      *     FUNDECL.PARTNER.GATECTL, GATECTL.cpy),
      *   - the last record must be a trailer, and its record count
      *     and account/amount hash totals must agree with what this
      *     step counted and totalled from the detail records between
      *     (account and amount lifted at the profile's offsets).
      * The verdict goes to <prefix>.GATE (GATESTAT.cpy): ACCEPTED,
      * REJECTED with the first reason found, or MISSING.
      * AutoCorrectFeed takes in only a feed accepted for today's
      * cycle and PartnerAckBuilder tells the sender about a refused
      * one. A gate report on FUNDECL.PARTNER.GATERPT lists every
      * partner's verdict for operations.
      * A same-night rerun of this step re-accepts the feed it has
      * already accepted (same date and sequence as the cycle's
      * last acceptance) rather than calling it a repeat.
      * Return code: 0 every feed accepted, 4 a feed missing but none
      * rejected, 8 a feed rejected, 12 no profiles, 16 the gate
      * control file could not be rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerFeedGate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every file here is USAGE DISPLAY throughout - LINE SEQUENTIAL,
      * matching the rest of the intake chain.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO WS-INTERFACE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT GATE-STATUS-FILE ASSIGN TO WS-GATE-STATUS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS-STATUS.

           SELECT GATE-CONTROL-FILE ASSIGN TO WS-GATE-CONTROL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-CONTROL-STATUS.

           SELECT GATE-REPORT ASSIGN TO WS-GATE-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       COPY PARTPROF.

      * Raw partner-native layout, matching AutoCorrectFeed's reader;
      * the header and trailer ride as alternate views of it.
       FD  INTERFACE-FILE.
       01  RAW-FEED-RECORD             PIC X(200).
       COPY FEEDHT.

       FD  GATE-STATUS-FILE.
       COPY GATESTAT.

       FD  GATE-CONTROL-FILE.
       COPY GATECTL.

       FD  GATE-REPORT.
       01  GATE-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROFILE-DSN              PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.PROFILES'.
       01  WS-PROFILE-STATUS           PIC X(02).
       01  WS-INTERFACE-DSN            PIC X(80).
       01  WS-INTERFACE-STATUS         PIC X(02).
       01  WS-GATE-STATUS-DSN          PIC X(80).
       01  WS-GATE-STATUS-STATUS       PIC X(02).
       01  WS-GATE-CONTROL-DSN         PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.GATECTL'.
       01  WS-GATE-CONTROL-STATUS      PIC X(02).
       01  WS-GATE-REPORT-DSN          PIC X(80)
                                       VALUE 'FUNDECL.PARTNER.GATERPT'.
       01  WS-GATE-REPORT-STATUS       PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-PROFILE-EOF-SWITCH       PIC X VALUE 'N'.
           88  WS-NO-MORE-PROFILES               VALUE 'Y'.
       01  WS-HEADER-SWITCH            PIC X.
           88  WS-HEADER-SEEN                    VALUE 'Y'.
       01  WS-TRAILER-SWITCH           PIC X.
           88  WS-TRAILER-SEEN                   VALUE 'Y'.
       01  WS-RERUN-SWITCH             PIC X.
           88  WS-SAME-NIGHT-RERUN               VALUE 'Y'.
       01  WS-OFFSET-ERROR-SWITCH      PIC X.
           88  WS-OFFSETS-IN-ERROR               VALUE 'Y'.
       01  WS-CHECK-OFFSET             PIC 9(03).
       01  WS-CHECK-LENGTH             PIC 9(03).
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-HIST-SUB                 PIC 9(04) COMP.
       01  WS-BYTE-SUB                 PIC 9(04) COMP.
       01  WS-SCAN-SUB                 PIC 9(04) COMP.

      * This feed's verdict as it is built - the first reason found
      * is the one reported.
       01  WS-VERDICT                  PIC X(01).
       01  WS-REASON-CODE              PIC X(04).
       01  WS-REASON-TEXT              PIC X(48).
       01  WS-CANDIDATE-CODE           PIC X(04).
       01  WS-CANDIDATE-TEXT           PIC X(48).
       01  WS-RECORDS-SEEN             PIC 9(09).
       01  WS-DETAIL-COUNT             PIC 9(09).
       01  WS-ACCOUNT-HASH             PIC 9(18).
       01  WS-AMOUNT-HASH              PIC 9(18).
       01  WS-HEADER-FILE-DATE         PIC 9(08).
       01  WS-HEADER-SEQUENCE          PIC 9(06).
       01  WS-TRAILER-COUNT            PIC 9(09).
       01  WS-TRAILER-ACCOUNT-HASH     PIC 9(18).
       01  WS-TRAILER-AMOUNT-HASH      PIC 9(18).
       01  WS-NEXT-SEQUENCE            PIC 9(06).

      * A field's bytes with every non-digit turned to zero, read
      * back as a number for the hash totals (FEEDHT.cpy).
       01  WS-HASH-TEXT                PIC X(10).
       01  WS-HASH-VALUE REDEFINES WS-HASH-TEXT
                                       PIC 9(10).

       01  WS-PARTNERS-GATED           PIC 9(04) VALUE ZERO.
       01  WS-FEEDS-ACCEPTED           PIC 9(04) VALUE ZERO.
       01  WS-FEEDS-REJECTED           PIC 9(04) VALUE ZERO.
       01  WS-FEEDS-MISSING            PIC 9(04) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-SEQUENCE            PIC ZZZZZ9.

       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-PROFILE-ENTRY OCCURS 10 TIMES.
               10  WS-PROF-ID          PIC X(08).
               10  WS-PROF-PREFIX      PIC X(20).
               10  WS-PROF-ACCT-OFF    PIC 9(03).
               10  WS-PROF-AMT-OFF     PIC 9(03).

      * Last feed accepted per partner - loaded whole, updated as
      * feeds pass, written back whole. Rows for partners no longer
      * profiled are carried through untouched.
       01  WS-HISTORY-TABLE.
           05  WS-HIST-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-HIST-ENTRY OCCURS 50 TIMES.
               10  WS-HIST-PARTNER-ID  PIC X(08).
               10  WS-HIST-FILE-DATE   PIC 9(08).
               10  WS-HIST-SEQUENCE    PIC 9(06).
               10  WS-HIST-CYCLE-DATE  PIC 9(08).

      * Processing date comes from the business calendar through
      * CycleDateService, not the system clock - an after-midnight
      * rerun still gates against the intended business day.
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
               DISPLAY 'PARTNERFEEDGATE: NO PARTNER PROFILES ON '
                   WS-PROFILE-DSN ' - NOTHING GATED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-LOAD-GATE-HISTORY

           OPEN OUTPUT GATE-REPORT
           PERFORM 5000-WRITE-REPORT-HEADING

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PROFILE-COUNT
               PERFORM 2000-GATE-ONE-PARTNER
           END-PERFORM

           PERFORM 5200-WRITE-REPORT-TOTALS
           CLOSE GATE-REPORT

           DISPLAY 'PARTNERFEEDGATE: ' WS-PARTNERS-GATED
               ' PARTNER(S) - ACCEPTED ' WS-FEEDS-ACCEPTED
               ' REJECTED ' WS-FEEDS-REJECTED
               ' MISSING ' WS-FEEDS-MISSING

           PERFORM 6000-REWRITE-GATE-HISTORY
           IF WS-GATE-CONTROL-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN WS-FEEDS-REJECTED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FEEDS-MISSING > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-LOAD-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = '00'
               CLOSE PROFILE-FILE
           ELSE
               PERFORM UNTIL WS-NO-MORE-PROFILES
                   READ PROFILE-FILE
                       AT END SET WS-NO-MORE-PROFILES TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           .

      * Same load-time refusal as AutoCorrectFeed for the two fields
      * the hash totals are taken from - a junk record length or an
      * offset past it would total garbage.
       1100-LOAD-ONE-PROFILE.
           IF WS-PROFILE-COUNT >= 10
               DISPLAY 'PARTNERFEEDGATE: PROFILE TABLE FULL - '
                   PROF-PARTNER-ID ' SKIPPED'
               EXIT PARAGRAPH
           END-IF
           IF PROF-RECORD-LENGTH NOT NUMERIC
                   OR PROF-RECORD-LENGTH = ZERO
                   OR PROF-RECORD-LENGTH > 200
               DISPLAY 'PARTNERFEEDGATE: PROFILE ' PROF-PARTNER-ID
                   ' RECORD LENGTH NOT 1-200 - SKIPPED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OFFSET-ERROR-SWITCH
           MOVE PROF-ACCOUNT-OFFSET TO WS-CHECK-OFFSET
           MOVE 10 TO WS-CHECK-LENGTH
           PERFORM 1150-CHECK-ONE-OFFSET
           MOVE PROF-AMOUNT-OFFSET TO WS-CHECK-OFFSET
           MOVE 8 TO WS-CHECK-LENGTH
           PERFORM 1150-CHECK-ONE-OFFSET
           IF WS-OFFSETS-IN-ERROR
               DISPLAY 'PARTNERFEEDGATE: PROFILE ' PROF-PARTNER-ID
                   ' HAS A FIELD OFFSET PAST ITS RECORD LENGTH '
                   PROF-RECORD-LENGTH ' - SKIPPED'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PROFILE-COUNT
           MOVE PROF-PARTNER-ID
               TO WS-PROF-ID (WS-PROFILE-COUNT)
           MOVE PROF-DATASET-PREFIX
               TO WS-PROF-PREFIX (WS-PROFILE-COUNT)
           MOVE PROF-ACCOUNT-OFFSET
               TO WS-PROF-ACCT-OFF (WS-PROFILE-COUNT)
           MOVE PROF-AMOUNT-OFFSET
               TO WS-PROF-AMT-OFF (WS-PROFILE-COUNT)
           .

      * Offset zero means the field is absent - nothing to check.
       1150-CHECK-ONE-OFFSET.
           IF WS-CHECK-OFFSET NOT NUMERIC
               SET WS-OFFSETS-IN-ERROR TO TRUE
           ELSE
               IF WS-CHECK-OFFSET > ZERO
                       AND WS-CHECK-OFFSET + WS-CHECK-LENGTH - 1
                           > PROF-RECORD-LENGTH
                   SET WS-OFFSETS-IN-ERROR TO TRUE
               END-IF
           END-IF
           .

      * No control file yet is a first run - every partner's first
      * feed sets its own starting sequence.
       1500-LOAD-GATE-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GATE-CONTROL-FILE
           IF WS-GATE-CONTROL-STATUS NOT = '00'
               CLOSE GATE-CONTROL-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ GATE-CONTROL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1600-LOAD-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE GATE-CONTROL-FILE
           END-IF
           .

       1600-LOAD-ONE-HISTORY.
           IF WS-HIST-COUNT >= 50
               DISPLAY 'PARTNERFEEDGATE: GATE CONTROL TABLE FULL - '
                   GCTL-PARTNER-ID ' DROPPED'
               EXIT PARAGRAPH
           END-IF
           IF GCTL-LAST-FILE-DATE NOT NUMERIC
                   OR GCTL-LAST-SEQUENCE NOT NUMERIC
                   OR GCTL-LAST-CYCLE-DATE NOT NUMERIC
               DISPLAY 'PARTNERFEEDGATE: GATE CONTROL ROW FOR '
                   GCTL-PARTNER-ID ' NOT NUMERIC - DROPPED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE GCTL-PARTNER-ID
               TO WS-HIST-PARTNER-ID (WS-HIST-COUNT)
           MOVE GCTL-LAST-FILE-DATE
               TO WS-HIST-FILE-DATE (WS-HIST-COUNT)
           MOVE GCTL-LAST-SEQUENCE
               TO WS-HIST-SEQUENCE (WS-HIST-COUNT)
           MOVE GCTL-LAST-CYCLE-DATE
               TO WS-HIST-CYCLE-DATE (WS-HIST-COUNT)
           .

       2000-GATE-ONE-PARTNER.
           MOVE SPACES TO WS-INTERFACE-DSN
           STRING WS-PROF-PREFIX (WS-SUB) DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO WS-INTERFACE-DSN
           MOVE SPACES TO WS-GATE-STATUS-DSN
           STRING WS-PROF-PREFIX (WS-SUB) DELIMITED BY SPACE
                   '.GATE' DELIMITED BY SIZE
               INTO WS-GATE-STATUS-DSN

           MOVE 'N'    TO WS-EOF-SWITCH WS-HEADER-SWITCH
                          WS-TRAILER-SWITCH WS-RERUN-SWITCH
           MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT
           MOVE ZERO   TO WS-RECORDS-SEEN WS-DETAIL-COUNT
                          WS-ACCOUNT-HASH WS-AMOUNT-HASH
                          WS-HEADER-FILE-DATE WS-HEADER-SEQUENCE
                          WS-TRAILER-COUNT WS-TRAILER-ACCOUNT-HASH
                          WS-TRAILER-AMOUNT-HASH
           ADD 1 TO WS-PARTNERS-GATED
           PERFORM 4000-FIND-HISTORY

           OPEN INPUT INTERFACE-FILE
           IF WS-INTERFACE-STATUS NOT = '00'
               CLOSE INTERFACE-FILE
               MOVE 'M'    TO WS-VERDICT
               MOVE 'GT01' TO WS-REASON-CODE
               MOVE 'NO FEED RECEIVED FOR THIS CYCLE'
                                       TO WS-REASON-TEXT
               ADD 1 TO WS-FEEDS-MISSING
               PERFORM 2900-RECORD-VERDICT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ INTERFACE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 3000-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE INTERFACE-FILE

           PERFORM 3500-CHECK-TRAILER-TOTALS

           IF WS-REASON-CODE = SPACES
               MOVE 'A' TO WS-VERDICT
               ADD 1 TO WS-FEEDS-ACCEPTED
               PERFORM 4100-NOTE-ACCEPTANCE
           ELSE
               MOVE 'R' TO WS-VERDICT
               ADD 1 TO WS-FEEDS-REJECTED
           END-IF
           PERFORM 2900-RECORD-VERDICT
           .

       2900-RECORD-VERDICT.
           OPEN OUTPUT GATE-STATUS-FILE
      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record before filling it.
           MOVE SPACES                 TO GATE-STATUS-RECORD
           MOVE WS-PROF-ID (WS-SUB)    TO GATE-PARTNER-ID
           MOVE WS-TODAY-DATE          TO GATE-CYCLE-DATE
           MOVE WS-VERDICT             TO GATE-STATUS
           MOVE WS-REASON-CODE         TO GATE-REASON-CODE
           MOVE WS-REASON-TEXT         TO GATE-REASON-TEXT
           MOVE WS-HEADER-FILE-DATE    TO GATE-FILE-DATE
           MOVE WS-HEADER-SEQUENCE     TO GATE-SEQUENCE
           MOVE WS-DETAIL-COUNT        TO GATE-RECORD-COUNT
           WRITE GATE-STATUS-RECORD
           CLOSE GATE-STATUS-FILE
           PERFORM 5100-WRITE-REPORT-LINE
           IF WS-VERDICT NOT = 'A'
               DISPLAY 'PARTNERFEEDGATE: PARTNER '
                   WS-PROF-ID (WS-SUB) ' FEED REFUSED - '
                   WS-REASON-CODE ' ' WS-REASON-TEXT
           END-IF
           .

      * The header must come first and only once, the trailer last
      * and only once; everything between is detail and is counted
      * and totalled. Reading carries on after a rejection so the
      * report shows how much actually arrived.
       3000-CHECK-ONE-RECORD.
           ADD 1 TO WS-RECORDS-SEEN
           EVALUATE TRUE
               WHEN WS-RECORDS-SEEN = 1
                   IF FHDR-IS-HEADER
                       PERFORM 3100-CHECK-HEADER
                   ELSE
                       MOVE 'GT02' TO WS-CANDIDATE-CODE
                       MOVE 'FIRST RECORD IS NOT A FEED HEADER'
                                       TO WS-CANDIDATE-TEXT
                       PERFORM 3900-NOTE-REJECTION
                       PERFORM 3200-TOTAL-DETAIL
                   END-IF
               WHEN WS-TRAILER-SEEN
                   MOVE 'GT12' TO WS-CANDIDATE-CODE
                   MOVE 'RECORDS FOLLOW THE FEED TRAILER'
                                       TO WS-CANDIDATE-TEXT
                   PERFORM 3900-NOTE-REJECTION
               WHEN FHDR-IS-HEADER
                   MOVE 'GT12' TO WS-CANDIDATE-CODE
                   MOVE 'SECOND FEED HEADER INSIDE THE FEED'
                                       TO WS-CANDIDATE-TEXT
                   PERFORM 3900-NOTE-REJECTION
               WHEN FTRL-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF FTRL-RECORD-COUNT NOT NUMERIC
                           OR FTRL-ACCOUNT-HASH NOT NUMERIC
                           OR FTRL-AMOUNT-HASH NOT NUMERIC
                       MOVE 'GT13' TO WS-CANDIDATE-CODE
                       MOVE 'TRAILER TOTALS NOT NUMERIC'
                                       TO WS-CANDIDATE-TEXT
                       PERFORM 3900-NOTE-REJECTION
                   ELSE
                       MOVE FTRL-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE FTRL-ACCOUNT-HASH
                                       TO WS-TRAILER-ACCOUNT-HASH
                       MOVE FTRL-AMOUNT-HASH
                                       TO WS-TRAILER-AMOUNT-HASH
                   END-IF
               WHEN OTHER
                   PERFORM 3200-TOTAL-DETAIL
           END-EVALUATE
           .

      * A same-night rerun presents the feed already accepted - same
      * file date and sequence as the acceptance recorded for this
      * cycle - and is let through without advancing anything.
       3100-CHECK-HEADER.
           SET WS-HEADER-SEEN TO TRUE
           IF FHDR-PARTNER-ID NOT = WS-PROF-ID (WS-SUB)
               MOVE 'GT03' TO WS-CANDIDATE-CODE
               MOVE 'HEADER PARTNER ID DOES NOT MATCH PROFILE'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
           END-IF
           IF FHDR-FILE-DATE NOT NUMERIC
                   OR FHDR-SEQUENCE NOT NUMERIC
               MOVE 'GT04' TO WS-CANDIDATE-CODE
               MOVE 'HEADER FILE DATE OR SEQUENCE NOT NUMERIC'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
               EXIT PARAGRAPH
           END-IF
           MOVE FHDR-FILE-DATE TO WS-HEADER-FILE-DATE
           MOVE FHDR-SEQUENCE  TO WS-HEADER-SEQUENCE

           IF WS-HEADER-FILE-DATE > WS-TODAY-DATE
               MOVE 'GT05' TO WS-CANDIDATE-CODE
               MOVE 'HEADER FILE DATE IS AFTER THE CYCLE DATE'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
           END-IF
           IF WS-HIST-SUB = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-HIST-CYCLE-DATE (WS-HIST-SUB) = WS-TODAY-DATE
                   AND WS-HEADER-SEQUENCE
                       = WS-HIST-SEQUENCE (WS-HIST-SUB)
                   AND WS-HEADER-FILE-DATE
                       = WS-HIST-FILE-DATE (WS-HIST-SUB)
               SET WS-SAME-NIGHT-RERUN TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-FILE-DATE < WS-HIST-FILE-DATE (WS-HIST-SUB)
               MOVE 'GT06' TO WS-CANDIDATE-CODE
               MOVE 'HEADER FILE DATE BEFORE LAST FEED ACCEPTED'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
           END-IF
           COMPUTE WS-NEXT-SEQUENCE =
                   WS-HIST-SEQUENCE (WS-HIST-SUB) + 1
           IF WS-HEADER-SEQUENCE NOT = WS-NEXT-SEQUENCE
               MOVE 'GT07' TO WS-CANDIDATE-CODE
               MOVE 'HEADER SEQUENCE NOT NEXT AFTER LAST ACCEPTED'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
           END-IF
           .

      * Account and amount are taken at the profile's offsets, in
      * the widths AutoCorrectFeed lifts them; a field the sender
      * does not carry adds nothing to its hash.
       3200-TOTAL-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF WS-PROF-ACCT-OFF (WS-SUB) > ZERO
               MOVE RAW-FEED-RECORD (WS-PROF-ACCT-OFF (WS-SUB) : 10)
                   TO WS-HASH-TEXT
               PERFORM 3250-DIGITS-ONLY
               ADD WS-HASH-VALUE TO WS-ACCOUNT-HASH
           END-IF
           IF WS-PROF-AMT-OFF (WS-SUB) > ZERO
               MOVE ZEROS TO WS-HASH-TEXT
               MOVE RAW-FEED-RECORD (WS-PROF-AMT-OFF (WS-SUB) : 8)
                   TO WS-HASH-TEXT (3:8)
               PERFORM 3250-DIGITS-ONLY
               ADD WS-HASH-VALUE TO WS-AMOUNT-HASH
           END-IF
           .

       3250-DIGITS-ONLY.
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > 10
               IF WS-HASH-TEXT (WS-BYTE-SUB : 1) NOT NUMERIC
                   MOVE '0' TO WS-HASH-TEXT (WS-BYTE-SUB : 1)
               END-IF
           END-PERFORM
           .

       3500-CHECK-TRAILER-TOTALS.
           IF WS-RECORDS-SEEN = ZERO
               MOVE 'GT02' TO WS-CANDIDATE-CODE
               MOVE 'EMPTY FEED - NO HEADER OR TRAILER'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-TRAILER-SEEN
               MOVE 'GT08' TO WS-CANDIDATE-CODE
               MOVE 'NO FEED TRAILER - TRANSMISSION CUT SHORT'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE 'GT09' TO WS-CANDIDATE-CODE
               MOVE 'TRAILER RECORD COUNT DOES NOT MATCH FEED'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
           END-IF
           IF WS-TRAILER-ACCOUNT-HASH NOT = WS-ACCOUNT-HASH
               MOVE 'GT10' TO WS-CANDIDATE-CODE
               MOVE 'TRAILER ACCOUNT HASH DOES NOT MATCH FEED'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
           END-IF
           IF WS-TRAILER-AMOUNT-HASH NOT = WS-AMOUNT-HASH
               MOVE 'GT11' TO WS-CANDIDATE-CODE
               MOVE 'TRAILER AMOUNT HASH DOES NOT MATCH FEED'
                                       TO WS-CANDIDATE-TEXT
               PERFORM 3900-NOTE-REJECTION
           END-IF
           .

       3900-NOTE-REJECTION.
           IF WS-REASON-CODE = SPACES
               MOVE WS-CANDIDATE-CODE TO WS-REASON-CODE
               MOVE WS-CANDIDATE-TEXT TO WS-REASON-TEXT
           END-IF
           .

       4000-FIND-HISTORY.
           MOVE ZERO TO WS-HIST-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-HIST-COUNT
                      OR WS-HIST-SUB > ZERO
               IF WS-HIST-PARTNER-ID (WS-SCAN-SUB)
                       = WS-PROF-ID (WS-SUB)
                   MOVE WS-SCAN-SUB TO WS-HIST-SUB
               END-IF
           END-PERFORM
           .

       4100-NOTE-ACCEPTANCE.
           IF WS-SAME-NIGHT-RERUN
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-SUB = ZERO
               IF WS-HIST-COUNT >= 50
                   DISPLAY 'PARTNERFEEDGATE: GATE CONTROL TABLE FULL'
                       ' - ' WS-PROF-ID (WS-SUB) ' NOT RECORDED'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-HIST-COUNT TO WS-HIST-SUB
               MOVE WS-PROF-ID (WS-SUB)
                   TO WS-HIST-PARTNER-ID (WS-HIST-SUB)
           END-IF
           MOVE WS-HEADER-FILE-DATE TO WS-HIST-FILE-DATE (WS-HIST-SUB)
           MOVE WS-HEADER-SEQUENCE  TO WS-HIST-SEQUENCE (WS-HIST-SUB)
           MOVE WS-TODAY-DATE       TO WS-HIST-CYCLE-DATE (WS-HIST-SUB)
           .

       5000-WRITE-REPORT-HEADING.
           MOVE SPACES TO GATE-REPORT-LINE
           STRING 'FUNDECLARE SUITE - PARTNER FEED INTAKE GATE'
                   '   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           MOVE ALL '-' TO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           MOVE SPACES TO GATE-REPORT-LINE
           STRING 'PARTNER  VERDICT   FILE-DATE    SEQ'
                   '      DETAILS  REASON'
                   DELIMITED BY SIZE
               INTO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           .

       5100-WRITE-REPORT-LINE.
           MOVE WS-HEADER-SEQUENCE TO WS-EDIT-SEQUENCE
           MOVE WS-DETAIL-COUNT    TO WS-EDIT-COUNT
           MOVE SPACES TO GATE-REPORT-LINE
           EVALUATE WS-VERDICT
               WHEN 'A'
                   STRING WS-PROF-ID (WS-SUB) ' ACCEPTED  '
                           WS-HEADER-FILE-DATE ' ' WS-EDIT-SEQUENCE
                           ' ' WS-EDIT-COUNT
                           DELIMITED BY SIZE
                       INTO GATE-REPORT-LINE
               WHEN 'M'
                   STRING WS-PROF-ID (WS-SUB) ' MISSING   '
                           '                                 '
                           WS-REASON-CODE ' ' WS-REASON-TEXT
                           DELIMITED BY SIZE
                       INTO GATE-REPORT-LINE
               WHEN OTHER
                   STRING WS-PROF-ID (WS-SUB) ' REJECTED  '
                           WS-HEADER-FILE-DATE ' ' WS-EDIT-SEQUENCE
                           ' ' WS-EDIT-COUNT '  '
                           WS-REASON-CODE ' ' WS-REASON-TEXT
                           DELIMITED BY SIZE
                       INTO GATE-REPORT-LINE
           END-EVALUATE
           WRITE GATE-REPORT-LINE
           .

       5200-WRITE-REPORT-TOTALS.
           MOVE ALL '-' TO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           MOVE SPACES TO GATE-REPORT-LINE
           STRING 'PARTNERS ' WS-PARTNERS-GATED
                   '   ACCEPTED ' WS-FEEDS-ACCEPTED
                   '   REJECTED ' WS-FEEDS-REJECTED
                   '   MISSING ' WS-FEEDS-MISSING
                   DELIMITED BY SIZE
               INTO GATE-REPORT-LINE
           WRITE GATE-REPORT-LINE
           .

       6000-REWRITE-GATE-HISTORY.
           OPEN OUTPUT GATE-CONTROL-FILE
           IF WS-GATE-CONTROL-STATUS NOT = '00'
               DISPLAY 'PARTNERFEEDGATE: CANNOT REWRITE '
                   WS-GATE-CONTROL-DSN ' STATUS '
                   WS-GATE-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
      * VALUE clauses are ignored in the FILE SECTION - blank the
      * record so the FILLER separators really are spaces.
               MOVE SPACES TO GATE-CONTROL-RECORD
               MOVE WS-HIST-PARTNER-ID (WS-HIST-SUB)
                   TO GCTL-PARTNER-ID
               MOVE WS-HIST-FILE-DATE (WS-HIST-SUB)
                   TO GCTL-LAST-FILE-DATE
               MOVE WS-HIST-SEQUENCE (WS-HIST-SUB)
                   TO GCTL-LAST-SEQUENCE
               MOVE WS-HIST-CYCLE-DATE (WS-HIST-SUB)
                   TO GCTL-LAST-CYCLE-DATE
               WRITE GATE-CONTROL-RECORD
           END-PERFORM
           CLOSE GATE-CONTROL-FILE
           .
       END PROGRAM PartnerFeedGate.
