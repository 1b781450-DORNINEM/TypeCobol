               88  ADRL-ADDRESS-ADDED            VALUE 'A'.
               88  ADRL-ADDRESS-CHANGED          VALUE 'C'.
           05  ADRL-JOB-NAME           PIC X(08).
      * Appended last so no existing field's offset shifts. The
      * BUSINESS cycle date the change booked under (from the business
      * calendar), distinct from the wall-clock timestamp, and the
      * address as it stood before the change and after it - so the
      * change-data-capture feed can carry the old and new values
      * instead of just the fact that something moved. An add has no
      * old address: ADRL-OLD-ADDRESS is SPACES. The log is LINE
      * SEQUENTIAL, so pre-field records simply read short with
      * SPACES here (the cycle date not numeric); readers fall back
      * to the timestamp date.
           05  ADRL-CYCLE-DATE         PIC 9(08).
           05  ADRL-OLD-ADDRESS.
               10  ADRL-OLD-LINE-1     PIC X(30).
               10  ADRL-OLD-LINE-2     PIC X(30).
               10  ADRL-OLD-CITY       PIC X(20).
               10  ADRL-OLD-STATE      PIC X(02).
               10  ADRL-OLD-POSTAL-CODE PIC X(10).
           05  ADRL-NEW-ADDRESS.
               10  ADRL-NEW-LINE-1     PIC X(30).
               10  ADRL-NEW-LINE-2     PIC X(30).
               10  ADRL-NEW-CITY       PIC X(20).
               10  ADRL-NEW-STATE      PIC X(02).
               10  ADRL-NEW-POSTAL-CODE PIC X(10).
