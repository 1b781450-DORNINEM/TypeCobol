      ******************************************************************
      * CHGDELTA - customer master change-data-capture record, written
      * by MasterChangeCapture for the data warehouse's nightly load.
      * One detail record per change the cycle journaled against an
      * account, in account sequence, each with its change type, the
      * value(s) before and after the change and the business cycle
      * date; the batch closes with a trailer carrying the count of
      * every change type and the figures that tie the POST and ACCR
      * details back to the cycle's POSTTOT / ACCRTOT totals records,
      * so the warehouse can prove it loaded the whole day.
      *
      * Change types (CDLT-CHANGE-TYPE), and what the before/after
      * value areas hold for each:
      *   NEWA - account opened by partner intake: after is the
      *          account view (class and customer name), before SPACES,
      *   ADDR - mailing address added or changed: the address view,
      *          before SPACES for an add,
      *   SWAP - principal/interest swap on the account,
      *   POST - a posted (or posted-then-reversed) transaction,
      *   ACCR - overnight interest accrual and/or fee charge:
      *          all three carry the balance view,
      *   FLAG - status-flag flip: the flag view, CDLT-ITEM-NAME
      *          naming the flag,
      *   CLOS - account closed by AccountClosure: the flag view of
      *          ACCT-CLOSED. AccountClosure's rollback of a closure
      *          whose archive write failed is a FLAG, following the
      *          CLOS it reverses.
      * All fields are USAGE DISPLAY (signed amounts carry a leading
      * separate sign byte) so the feed stays LINE SEQUENTIAL and the
      * warehouse loader (and an operator) can read it raw.
      ******************************************************************
       01  CHANGE-DELTA-RECORD.
           05  CDLT-RECORD-TYPE        PIC X(01).
               88  CDLT-IS-DETAIL                VALUE 'D'.
               88  CDLT-IS-TRAILER               VALUE 'T'.
           05  CDLT-CYCLE-DATE         PIC 9(08).
           05  CDLT-DETAIL.
               10  CDLT-ACCOUNT-NUMBER PIC 9(10).
               10  CDLT-CHANGE-TYPE    PIC X(04).
                   88  CDLT-NEW-ACCOUNT          VALUE 'NEWA'.
                   88  CDLT-ADDRESS-CHANGE       VALUE 'ADDR'.
                   88  CDLT-BALANCE-SWAP         VALUE 'SWAP'.
                   88  CDLT-POSTING              VALUE 'POST'.
                   88  CDLT-ACCRUAL              VALUE 'ACCR'.
                   88  CDLT-FLAG-CHANGE          VALUE 'FLAG'.
                   88  CDLT-ACCOUNT-CLOSURE      VALUE 'CLOS'.
      * Wall-clock time of the journal entry; SPACES for POST and
      * NEWA, whose journals carry only the cycle date.
               10  CDLT-EVENT-TIMESTAMP PIC X(26).
      * The job name, batch id or partner id that made the change.
               10  CDLT-SOURCE-ID      PIC X(08).
               10  CDLT-ITEM-NAME      PIC X(12).
               10  CDLT-BEFORE-VALUES  PIC X(92).
               10  CDLT-BEFORE-BALANCES REDEFINES CDLT-BEFORE-VALUES.
                   15  CDLT-BEF-PRINCIPAL  PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  CDLT-BEF-INTEREST   PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  CDLT-BEF-FEES       PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  CDLT-BEF-TOTAL      PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  FILLER              PIC X(44).
               10  CDLT-BEFORE-ADDRESS REDEFINES CDLT-BEFORE-VALUES.
                   15  CDLT-BEF-LINE-1     PIC X(30).
                   15  CDLT-BEF-LINE-2     PIC X(30).
                   15  CDLT-BEF-CITY       PIC X(20).
                   15  CDLT-BEF-STATE      PIC X(02).
                   15  CDLT-BEF-POSTAL-CODE PIC X(10).
               10  CDLT-BEFORE-FLAG REDEFINES CDLT-BEFORE-VALUES.
                   15  CDLT-BEF-FLAG-VALUE PIC X(01).
                   15  FILLER              PIC X(91).
               10  CDLT-BEFORE-ACCOUNT REDEFINES CDLT-BEFORE-VALUES.
                   15  CDLT-BEF-ACCOUNT-CLASS PIC X(02).
                   15  CDLT-BEF-CUSTOMER-NAME PIC X(30).
                   15  FILLER              PIC X(60).
               10  CDLT-AFTER-VALUES   PIC X(92).
               10  CDLT-AFTER-BALANCES REDEFINES CDLT-AFTER-VALUES.
                   15  CDLT-AFT-PRINCIPAL  PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  CDLT-AFT-INTEREST   PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  CDLT-AFT-FEES       PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  CDLT-AFT-TOTAL      PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
                   15  FILLER              PIC X(44).
               10  CDLT-AFTER-ADDRESS REDEFINES CDLT-AFTER-VALUES.
                   15  CDLT-AFT-LINE-1     PIC X(30).
                   15  CDLT-AFT-LINE-2     PIC X(30).
                   15  CDLT-AFT-CITY       PIC X(20).
                   15  CDLT-AFT-STATE      PIC X(02).
                   15  CDLT-AFT-POSTAL-CODE PIC X(10).
               10  CDLT-AFTER-FLAG REDEFINES CDLT-AFTER-VALUES.
                   15  CDLT-AFT-FLAG-VALUE PIC X(01).
                   15  FILLER              PIC X(91).
               10  CDLT-AFTER-ACCOUNT REDEFINES CDLT-AFTER-VALUES.
                   15  CDLT-AFT-ACCOUNT-CLASS PIC X(02).
                   15  CDLT-AFT-CUSTOMER-NAME PIC X(30).
                   15  FILLER              PIC X(60).
      * CDLT-POST-AMOUNT / CDLT-ACCR-AMOUNT are the sum of the POST and
      * ACCR details' movements (principal + interest + fees); each
      * count/amount pair equals the cycle's POSTTOT / ACCRTOT pair
      * beside it, or the batch is never written.
           05  CDLT-TRAILER REDEFINES CDLT-DETAIL.
               10  CDLT-DETAIL-COUNT   PIC 9(09).
               10  CDLT-NEWA-COUNT     PIC 9(09).
               10  CDLT-ADDR-COUNT     PIC 9(09).
               10  CDLT-SWAP-COUNT     PIC 9(09).
               10  CDLT-POST-COUNT     PIC 9(09).
               10  CDLT-ACCR-COUNT     PIC 9(09).
               10  CDLT-FLAG-COUNT     PIC 9(09).
               10  CDLT-CLOS-COUNT     PIC 9(09).
               10  CDLT-POST-AMOUNT    PIC S9(13)
                                       SIGN IS LEADING SEPARATE.
               10  CDLT-ACCR-AMOUNT    PIC S9(13)
                                       SIGN IS LEADING SEPARATE.
               10  CDLT-POSTTOT-RECORDS PIC 9(09).
               10  CDLT-POSTTOT-AMOUNT PIC S9(13)
                                       SIGN IS LEADING SEPARATE.
               10  CDLT-ACCRTOT-RECORDS PIC 9(09).
               10  CDLT-ACCRTOT-AMOUNT PIC S9(13)
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(98).
