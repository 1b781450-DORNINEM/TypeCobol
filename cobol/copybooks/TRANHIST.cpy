      * changes, so a statement shows the reversal pair instead of a
      * mystery negative.
               88  HIST-POSTED-REVERSED          VALUE 'REVERSED'.
      * The master REWRITE failed - nothing reached the master. Still
      * journaled, so every record the posting step consumes leaves
      * exactly one entry and its restart positioning holds.
               88  HIST-REWRITE-FAILED           VALUE 'REWRFAIL'.
