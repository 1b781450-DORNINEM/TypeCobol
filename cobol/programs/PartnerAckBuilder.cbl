      *   - per-record dispositions: one line per corrected record
      *     (<prefix>.DISP, written by AutoCorrectFeed) and one per
      *     record that failed intake (<prefix>.EXCEPT, written by
      *     PartnerFeedIntake). The relationship-link warnings on the
      *     same file (IN09/IN10) are for accounts that WERE created,
      *     and are reported as created but not linked, not failed.
      * Sent back every cycle this gives each partner what they need
      * to fix their extract at the source.
      * The intake gate's verdict on the feed (<prefix>.GATE, written
      * by PartnerFeedGate) heads the body: a feed refused for a bad
      * header, sequence or trailer, or never received, is named as
      * such with the gate's reason, so the sender knows to resend
      * rather than reading a short count as a quiet night. A
      * verdict left from another cycle is not this feed's: the feed
      * is reported not gated, with the stale verdict's cycle named.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartnerAckBuilder.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT GATE-STATUS-FILE ASSIGN TO WS-GATE-STATUS-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS-STATUS.

           SELECT ACK-FILE ASSIGN TO WS-ACK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           05  INTEXC-REASON-CODE      PIC X(04).
           05  INTEXC-REASON-TEXT      PIC X(48).

       FD  GATE-STATUS-FILE.
       COPY GATESTAT.

       FD  ACK-FILE.
       01  ACK-LINE                    PIC X(132).

       01  WS-DISPOSITION-STATUS       PIC X(02).
       01  WS-EXCEPTION-DSN            PIC X(80).
       01  WS-EXCEPTION-STATUS         PIC X(02).
       01  WS-GATE-STATUS-DSN          PIC X(80).
       01  WS-GATE-STATUS-STATUS       PIC X(02).
       01  WS-ACK-DSN                  PIC X(80).
       01  WS-ACK-STATUS               PIC X(02).

       01  WS-RECORDS-RECEIVED         PIC 9(09) VALUE ZERO.
       01  WS-CORRECTED-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-NOT-LINKED-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-FEED-VERDICT             PIC X(10).
       01  WS-RUN-DATE                 PIC X(08).
       01  WS-STALE-GATE-DATE          PIC X(08).
       01  WS-GATE-STALE-SWITCH        PIC X.
           88  WS-GATE-STALE                     VALUE 'Y'.

      * The gate stamps its verdict with the business cycle date from
      * CycleDateService; it is judged against the same date here.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).
       01  WS-CURRENT-DATE-TIME        PIC X(21).

       01  WS-PROFILE-TABLE.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 0500-LOAD-PROFILES
           IF WS-PROFILE-COUNT = ZERO
           STRING WS-PROF-PREFIX (WS-PROF-SUB) DELIMITED BY SPACE
                   '.EXCEPT' DELIMITED BY SIZE
               INTO WS-EXCEPTION-DSN
           MOVE SPACES TO WS-GATE-STATUS-DSN
           STRING WS-PROF-PREFIX (WS-PROF-SUB) DELIMITED BY SPACE
                   '.GATE' DELIMITED BY SIZE
               INTO WS-GATE-STATUS-DSN
           MOVE SPACES TO WS-ACK-DSN
           STRING WS-PROF-PREFIX (WS-PROF-SUB) DELIMITED BY SPACE
                   '.ACK' DELIMITED BY SIZE
               INTO WS-ACK-DSN

           MOVE ZERO TO WS-RECORDS-RECEIVED WS-CORRECTED-COUNT
                        WS-FAILED-COUNT WS-NOT-LINKED-COUNT

           OPEN OUTPUT ACK-FILE
           PERFORM 1000-COUNT-RECEIVED
           PERFORM 2000-WRITE-HEADER
           PERFORM 2500-WRITE-GATE-VERDICT
           PERFORM 3000-COPY-FIX-COUNTS
           PERFORM 4000-COPY-SCRUB-COUNTS
           PERFORM 5000-WRITE-DISPOSITIONS
           ADD 1 TO WS-PARTNERS-RUN

           DISPLAY 'PARTNERACKBUILDER: ' WS-PROF-ID (WS-PROF-SUB)
               ' - FEED ' WS-FEED-VERDICT ' - ' WS-RECORDS-RECEIVED
               ' RECEIVED, ' WS-CORRECTED-COUNT ' CORRECTED, '
               WS-FAILED-COUNT ' FAILED, ' WS-NOT-LINKED-COUNT
               ' NOT LINKED'
           .

       1000-COUNT-RECEIVED.
           WRITE ACK-LINE
           .

      * No verdict on file means the gate never ran for this feed -
      * said plainly rather than guessed at. A verdict stamped for
      * another cycle (AutoCorrectFeed refuses the same one) is taken
      * as no verdict at all.
       2500-WRITE-GATE-VERDICT.
           MOVE SPACES TO GATE-STATUS-RECORD
           MOVE 'N'    TO WS-GATE-STALE-SWITCH
           OPEN INPUT GATE-STATUS-FILE
           IF WS-GATE-STATUS-STATUS NOT = '00'
               CLOSE GATE-STATUS-FILE
           ELSE
               READ GATE-STATUS-FILE
                   AT END
                       MOVE SPACES TO GATE-STATUS-RECORD
               END-READ
               CLOSE GATE-STATUS-FILE
           END-IF
           IF GATE-STATUS-RECORD NOT = SPACES
               IF GATE-CYCLE-DATE NOT NUMERIC
                       OR GATE-CYCLE-DATE NOT = WS-TODAY-DATE
                   MOVE GATE-CYCLE-DATE TO WS-STALE-GATE-DATE
                   SET WS-GATE-STALE TO TRUE
                   MOVE SPACES TO GATE-STATUS-RECORD
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN GATE-ACCEPTED
                   MOVE 'ACCEPTED' TO WS-FEED-VERDICT
               WHEN GATE-REJECTED
                   MOVE 'REJECTED' TO WS-FEED-VERDICT
               WHEN GATE-MISSING
                   MOVE 'MISSING' TO WS-FEED-VERDICT
               WHEN OTHER
                   MOVE 'UNGATED' TO WS-FEED-VERDICT
           END-EVALUATE

           MOVE SPACES TO ACK-LINE
           EVALUATE TRUE
               WHEN GATE-ACCEPTED
                   STRING 'FEED STATUS  . . . . . . . . . . ACCEPTED'
                           ' - FILE DATE ' GATE-FILE-DATE
                           ' SEQUENCE ' GATE-SEQUENCE
                           DELIMITED BY SIZE
                       INTO ACK-LINE
               WHEN GATE-REJECTED
                   STRING 'FEED STATUS  . . . . . . . . . . REJECTED'
                           ' - ' GATE-REASON-CODE
                           ' ' GATE-REASON-TEXT
                           DELIMITED BY SIZE
                       INTO ACK-LINE
               WHEN GATE-MISSING
                   STRING 'FEED STATUS  . . . . . . . . . . NOT '
                           'RECEIVED - ' GATE-REASON-CODE
                           ' ' GATE-REASON-TEXT
                           DELIMITED BY SIZE
                       INTO ACK-LINE
               WHEN OTHER
                   MOVE 'FEED STATUS  . . . . . . . . . . NOT GATED'
                                       TO ACK-LINE
           END-EVALUATE
           WRITE ACK-LINE
           IF WS-GATE-STALE
               MOVE SPACES TO ACK-LINE
               STRING '    GATE VERDICT ON FILE IS FOR CYCLE '
                       WS-STALE-GATE-DATE ', NOT THIS ONE'
                       DELIMITED BY SIZE
                   INTO ACK-LINE
               WRITE ACK-LINE
           END-IF
           IF GATE-REJECTED OR GATE-MISSING
               MOVE '    FEED NOT TAKEN IN - PLEASE CORRECT AND RESEND'
                                       TO ACK-LINE
               WRITE ACK-LINE
           END-IF
           .

       3000-COPY-FIX-COUNTS.
           MOVE SPACES TO ACK-LINE
           WRITE ACK-LINE
           WRITE ACK-LINE
           .

      * The first ten bytes of the original record are its account
      * number (INTFREC.cpy).
       5200-WRITE-FAILED-LINE.
           IF INTEXC-REASON-CODE = 'IN09' OR 'IN10'
               PERFORM 5300-WRITE-NOT-LINKED-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO ACK-LINE
           STRING '    ACCOUNT ' INTEXC-ORIGINAL-RECORD (1:10)
                   ' FAILED ' INTEXC-REASON-CODE
                   ' - ' INTEXC-REASON-TEXT
               INTO ACK-LINE
           WRITE ACK-LINE
           .

      * A relationship-link warning: the account was created and only
      * the link to the sender's customer id is outstanding.
       5300-WRITE-NOT-LINKED-LINE.
           ADD 1 TO WS-NOT-LINKED-COUNT
           MOVE SPACES TO ACK-LINE
           STRING '    ACCOUNT ' INTEXC-ORIGINAL-RECORD (1:10)
                   ' CREATED, NOT LINKED ' INTEXC-REASON-CODE
                   ' - ' INTEXC-REASON-TEXT
                   DELIMITED BY SIZE
               INTO ACK-LINE
           WRITE ACK-LINE
           .
       END PROGRAM PartnerAckBuilder.
