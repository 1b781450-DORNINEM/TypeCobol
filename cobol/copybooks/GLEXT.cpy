      * GLEXT - general-ledger journal interface record, written by
      * GLJournalExtract for the finance system's intake. Detail
      * records come in balanced debit/credit pairs - one pair per
      * account class per source (night's postings, night's accruals,
      * night's class-change transfers) - and the batch closes with a
      * trailer carrying the detail record count and the hash total
      * of the detail amounts, so the receiving side can prove it got
      * the whole batch. All fields
      * are USAGE DISPLAY - a fixed interface layout the GL side (and
      * an operator) can read raw; amounts are absolute values with a
      * separate sign byte, the way the GL's loader wants them.
