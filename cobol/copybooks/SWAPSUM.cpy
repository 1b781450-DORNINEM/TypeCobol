      * PIC X here (raw, unedited input) so InputEditPass can validate
      * them before anything is moved into the utilities' numeric
      * LINKAGE fields.
      *
      * Versioned layout. SWAPSUM-LAYOUT-VERSION takes the first byte
      * of what was the trailing 12-byte FILLER, so a version 1 record
      * (blank there, as every partner has always sent it) reads
      * exactly as it did. A version 2 record carries '2' there and
      * the SWAPSUM-V2-EXTENSION group appended after the original 36
      * bytes:
      *   SWAPSUM-ACCOUNT-NUMBER - account the request belongs to;
      *                            required on a version 2 SUM3,
      *                            optional on a version 2 SWAP
      *   SWAPSUM-CONTROL-TOTAL  - partner's control total for X+Y+Z;
      *                            required on a version 2 SUM3 and
      *                            what SwapRequestDriver reconciles
      *                            the sum against
      * A version 1 record read through this layout has spaces in the
      * extension (LINE SEQUENTIAL pads a short line).
      ******************************************************************
       01  SWAPSUM-REQUEST-RECORD.
           05  SWAPSUM-RECORD-TYPE     PIC X(04).
           05  SWAPSUM-X-FIELD         PIC X(04).
           05  SWAPSUM-Y-FIELD         PIC X(04).
           05  SWAPSUM-Z-FIELD         PIC X(04).
           05  SWAPSUM-LAYOUT-VERSION  PIC X(01).
                   88  SWAPSUM-VERSION-1       VALUE SPACE '1'.
                   88  SWAPSUM-VERSION-2       VALUE '2'.
           05  FILLER                  PIC X(11).
           05  SWAPSUM-V2-EXTENSION.
               10  SWAPSUM-ACCOUNT-NUMBER  PIC X(10).
               10  SWAPSUM-CONTROL-TOTAL   PIC X(09).
               10  FILLER              PIC X(05).
