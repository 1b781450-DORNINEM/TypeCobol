      * per-field exception count on <prefix>.SCRUB so we know how
      * dirty a feed was before deciding whether to run it or bounce
      * it back to the sending system.
      * The header and trailer records that bracket every feed
      * (FEEDHT.cpy, proved by PartnerFeedGate) are not data and are
      * passed over. A feed the gate refused is still scrubbed - what
      * arrived is what the acknowledgment reports back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScrubTally.
      * sender, matching AutoCorrectFeed's reader.
       FD  INTERFACE-FILE.
       01  RAW-FEED-RECORD             PIC X(200).
       COPY FEEDHT.

       FD  SCRUB-REPORT.
       COPY SCRUBRPT.
           .

       3000-SCRUB-RECORD.
           IF FHDR-IS-HEADER OR FTRL-IS-TRAILER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-READ
           PERFORM 3100-LIFT-FIELDS-BY-PROFILE

