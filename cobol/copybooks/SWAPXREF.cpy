      ******************************************************************
      * SWAPXREF - SWAPSUM suspense cross-reference record. SUSPREC.cpy
      * carries the batch, not the account, and a SWAPSUM break never
      * reaches the TRANHIST journal, so SwapRequestDriver appends one
      * of these to FUNDECL.SUSPENSE.SWAPSUM.XREF for every SUM3 it
      * sends to suspense: the batch id the suspense item is filed
      * under and the version 2 account the request belongs to.
      * MasterIntegritySweep reads it to hold open SWAPSUM items to
      * the master. All USAGE DISPLAY - LINE SEQUENTIAL.
      ******************************************************************
       01  SWAPSUM-SUSPENSE-XREF.
           05  SXRF-BATCH-ID           PIC X(08).
           05  SXRF-ACCOUNT-NUMBER     PIC X(10).
           05  SXRF-CYCLE-DATE         PIC 9(08).
