      ******************************************************************
      * GATESTAT - intake gate verdict on <prefix>.GATE, one record
      * per partner profile (PARTPROF.cpy), written fresh every cycle
      * by PartnerFeedGate ahead of the intake chain. AutoCorrectFeed
      * takes a feed in only on an ACCEPTED verdict for today's cycle
      * date - a stale or absent verdict is a refusal - and
      * PartnerAckBuilder reports a refusal back to the sender.
      *   A - accepted: header, sequence, date and trailer all good,
      *   R - rejected: GATE-REASON-CODE / -TEXT say why,
      *   M - missing: no feed had arrived when the gate ran.
      * GATE-FILE-DATE, GATE-SEQUENCE and GATE-RECORD-COUNT are as
      * the header and our own count found them (zero when the feed
      * is missing or has no header).
      * All fields are USAGE DISPLAY so the file stays LINE
      * SEQUENTIAL.
      ******************************************************************
       01  GATE-STATUS-RECORD.
           05  GATE-PARTNER-ID         PIC X(08).
           05  GATE-CYCLE-DATE         PIC 9(08).
           05  GATE-STATUS             PIC X(01).
               88  GATE-ACCEPTED                 VALUE 'A'.
               88  GATE-REJECTED                 VALUE 'R'.
               88  GATE-MISSING                  VALUE 'M'.
           05  GATE-REASON-CODE        PIC X(04).
           05  GATE-REASON-TEXT        PIC X(48).
           05  GATE-FILE-DATE          PIC 9(08).
           05  GATE-SEQUENCE           PIC 9(06).
           05  GATE-RECORD-COUNT       PIC 9(09).
