      * REJREC - reject record for records that don't match the
      * expected SwapParameters / SumThreeWithClutterInLinkage LINKAGE
      * shape (field length/format edit failures).
      *
      * REJ-ORIGINAL-EXTENSION holds the version 2 extension of the
      * rejected SWAPSUM record (SWAPSUM-V2-EXTENSION). Appended last
      * so no existing field's offset shifts - a reject written before
      * the versioned layout reads back with a blank extension.
      ******************************************************************
       01  REJECT-RECORD.
           05  REJ-ORIGINAL-RECORD     PIC X(36).
           05  REJ-REASON-CODE         PIC X(04).
           05  REJ-REASON-TEXT         PIC X(48).
           05  REJ-ORIGINAL-EXTENSION  PIC X(24).
