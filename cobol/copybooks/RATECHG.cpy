           05  RCHG-NEW-PERIODIC-FEE   PIC 9(07).
           05  RCHG-EFFECTIVE-DATE     PIC 9(08).
           05  RCHG-JOB-NAME           PIC X(08).
      * Appended last so no existing field's offset shifts. The
      * BUSINESS cycle date the change was accepted under (from the
      * business calendar), distinct from the wall-clock timestamp -
      * an after-midnight edit carries the intended cycle date here.
      * The journal is LINE SEQUENTIAL, so pre-field records simply
      * read short with SPACES here (not numeric); readers fall back
      * to the timestamp date.
           05  RCHG-CYCLE-DATE         PIC 9(08).
