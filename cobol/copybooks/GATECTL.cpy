      ******************************************************************
      * GATECTL - last feed accepted from each partner, one record
      * per partner on FUNDECL.PARTNER.GATECTL. PartnerFeedGate reads
      * it to hold the next feed's header in order - its sequence
      * must be one past GCTL-LAST-SEQUENCE and its file date no
      * earlier than GCTL-LAST-FILE-DATE - and rewrites it whole at
      * the end of every run with what it accepted. GCTL-LAST-CYCLE-
      * DATE lets a same-night rerun re-accept the feed it already
      * took instead of calling it a repeat.
      * All fields are USAGE DISPLAY so the file stays LINE
      * SEQUENTIAL and an operator can reset a partner in an editor.
      ******************************************************************
       01  GATE-CONTROL-RECORD.
           05  GCTL-PARTNER-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  GCTL-LAST-FILE-DATE     PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GCTL-LAST-SEQUENCE      PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GCTL-LAST-CYCLE-DATE    PIC 9(08).
