      ******************************************************************
      * FEEDHT - control records that bracket every partner feed
      * <prefix>.DAT (PARTPROF.cpy). Whatever the sender's detail
      * layout, the first record is a header and the last a trailer,
      * each marked in bytes 1-4 so no partner-native detail record
      * (account digits, name text) can be taken for one:
      *   HDR* - who sent it, the business date the file was cut
      *          for, and the sender's running file sequence number
      *          (one higher than the last file they sent us),
      *   TRL* - how many detail records lie between the two, and
      *          hash totals of what those records carry.
      * The hash totals are the low-order 18 digits of the sum of
      * every detail record's account-number field and amount field,
      * taken at the profile's offsets, with any byte that is not a
      * digit counted as zero - a stray '?' or a '#' pad adds
      * nothing, so the sender can total the bytes it wrote.
      * Coded as alternate 01 records under the raw feed's FD, so a
      * reader tests FHDR-IS-HEADER / FTRL-IS-TRAILER on every record
      * it reads and passes only details through.
      ******************************************************************
       01  FEED-HEADER-RECORD.
           05  FHDR-RECORD-ID          PIC X(04).
               88  FHDR-IS-HEADER                VALUE 'HDR*'.
           05  FHDR-PARTNER-ID         PIC X(08).
           05  FHDR-FILE-DATE          PIC 9(08).
           05  FHDR-SEQUENCE           PIC 9(06).
       01  FEED-TRAILER-RECORD.
           05  FTRL-RECORD-ID          PIC X(04).
               88  FTRL-IS-TRAILER               VALUE 'TRL*'.
           05  FTRL-RECORD-COUNT       PIC 9(09).
           05  FTRL-ACCOUNT-HASH       PIC 9(18).
           05  FTRL-AMOUNT-HASH        PIC 9(18).
