      * '?' and leading-'#' habits must not be "fixed" into another
      * partner's legitimate bytes.
      *
      * Customer id and relationship role offsets are appended last
      * (canonical sizes 10 and 1). A profile line keyed before they
      * existed reads SPACES there, which AutoCorrectFeed treats as
      * offset zero - the sender carries no customer id.
      *
      * All fields are USAGE DISPLAY so the profile stays LINE
      * SEQUENTIAL and an operator can maintain it in an editor.
      ******************************************************************
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PROF-FIX-AMOUNT-FLAG    PIC X(01).
               88  PROF-FIX-AMOUNT-PATTERN       VALUE 'Y'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PROF-CUSTOMER-ID-OFFSET PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PROF-ROLE-OFFSET        PIC 9(03).
