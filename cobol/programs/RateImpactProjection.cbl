      ******************************************************************
      * RateImpactProjection - what a staged rate change will cost or
      * earn, before it is applied. RateChangeEdit proves the rows on
      * FUNDECL.RATETABLE.NEW are numeric and within tolerance, but
      * finance signs off a quarterly change without ever seeing its
      * effect on the book. This step prices the live customer master
      * twice - under the rates in effect on the cycle date and under
      * the staged rates - and reports, per account class, the
      * account count, principal on the books, and the projected
      * month's interest accrual and periodic fees both ways, with
      * the change; then the accounts whose own month changes most.
      *
      * Pricing is AccrualPostBatch's, line for line: an open
      * account's cycle interest is CUST-BALANCE-PRINCIPAL times the
      * class's daily rate, ROUNDED into the same S9(09) COMP-3
      * accrual field, and a dormant account takes no periodic fee.
      * Closed accounts are not priced. The current rate is the
      * class's row with the latest effective date on or before the
      * cycle date on FUNDECL.RATETABLE.CTL; the staged rate is the
      * class's row with the latest effective date on the staged file
      * - the rate the class settles on once the whole change is in
      * effect. A class with no staged row keeps its current rate; an
      * account with neither is counted, not priced. One cycle's
      * figures are carried to a month of WS-PROJECTION-CYCLES
      * cycles, the nightly accrual's cadence.
      *
      * Report: FUNDECL.RATEIMPACT.RPT. Nothing is written to the
      * rate table, the staged file or the master.
      * Return code: 0 projected, 8 staged rows failed the numeric
      * edit and were left out of the projection, 12 no staged file
      * or no current rate table, 16 the master could not be opened
      * or a rate table exceeds 100 rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateImpactProjection.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Raw X fields on the staged file so every field can be
      * class-tested before anything numeric touches it, the same
      * way RateChangeEdit reads it.
           SELECT STAGED-FILE ASSIGN TO WS-STAGED-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO WS-RATE-TABLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT IMPACT-REPORT ASSIGN TO WS-IMPACT-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Field-for-field mirror of RATETAB.cpy read as raw PIC X.
       FD  STAGED-FILE.
       01  STAGED-RATE-RECORD.
           05  STAG-ACCOUNT-TYPE       PIC X(01).
           05  FILLER                  PIC X(01).
           05  STAG-ACCOUNT-SUBTYPE    PIC X(01).
           05  FILLER                  PIC X(01).
           05  STAG-DAILY-INTEREST-TEXT PIC X(07).
           05  STAG-DAILY-INTEREST-NUM REDEFINES
                   STAG-DAILY-INTEREST-TEXT PIC 9(01)V9(06).
           05  FILLER                  PIC X(01).
           05  STAG-PERIODIC-FEE-TEXT  PIC X(07).
           05  STAG-PERIODIC-FEE-NUM REDEFINES
                   STAG-PERIODIC-FEE-TEXT PIC 9(07).
           05  FILLER                  PIC X(01).
           05  STAG-EFFECTIVE-TEXT     PIC X(08).
           05  STAG-EFFECTIVE-NUM REDEFINES
                   STAG-EFFECTIVE-TEXT PIC 9(08).

       FD  RATE-TABLE-FILE.
       COPY RATETAB.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST.

       FD  IMPACT-REPORT.
       01  IMPACT-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STAGED-DSN               PIC X(80)
                                       VALUE 'FUNDECL.RATETABLE.NEW'.
       01  WS-STAGED-STATUS            PIC X(02).
       01  WS-RATE-TABLE-DSN           PIC X(80)
                                       VALUE 'FUNDECL.RATETABLE.CTL'.
       01  WS-RATE-TABLE-STATUS        PIC X(02).
       01  WS-CUSTMAST-DSN             PIC X(80)
                                       VALUE 'FUNDECL.CUSTMAST.DAT'.
       01  WS-CUSTMAST-STATUS          PIC X(02).
       01  WS-IMPACT-REPORT-DSN        PIC X(80)
                                       VALUE 'FUNDECL.RATEIMPACT.RPT'.
       01  WS-IMPACT-REPORT-STATUS     PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-RATE-OVERFLOW-SWITCH     PIC X VALUE 'N'.
           88  WS-RATE-TABLE-OVERFLOWED          VALUE 'Y'.
       01  WS-CURRENT-FOUND-SWITCH     PIC X.
           88  WS-CURRENT-FOUND                  VALUE 'Y'.
       01  WS-STAGED-FOUND-SWITCH      PIC X.
           88  WS-STAGED-FOUND                   VALUE 'Y'.
       01  WS-CLASS-FOUND-SWITCH       PIC X.
           88  WS-CLASS-FOUND                    VALUE 'Y'.
       01  WS-SLOT-FOUND-SWITCH        PIC X.
           88  WS-SLOT-FOUND                     VALUE 'Y'.
       01  WS-CYCLE-DATE               PIC 9(08).
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-BEST-SUB                 PIC 9(04) COMP.
       01  WS-STAGED-BEST-SUB          PIC 9(04) COMP.
       01  WS-CLASS-SUB                PIC 9(04) COMP.
       01  WS-TOP-SUB                  PIC 9(04) COMP.
       01  WS-BEST-EFFECTIVE-DATE      PIC 9(08).
      * Cycles in the projected month - the accrual runs nightly, so
      * one cycle's interest and fee are carried to a 30-day month.
       01  WS-PROJECTION-CYCLES        PIC 9(03) VALUE 30.

       01  WS-ACCOUNTS-READ            PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-PRICED          PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-CLOSED          PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-NO-RATE         PIC 9(09) VALUE ZERO.
       01  WS-STAGED-ROWS-READ         PIC 9(05) VALUE ZERO.
       01  WS-STAGED-ROWS-IN-ERROR     PIC 9(05) VALUE ZERO.

      * Per-cycle figures, the same fields AccrualPostBatch rounds
      * into, then the account's projected month both ways.
       01  WS-INTEREST-ACCRUAL         PIC S9(09) COMP-3.
       01  WS-FEE-CHARGE               PIC S9(09) COMP-3.
       01  WS-CURRENT-INTEREST         PIC S9(11) COMP-3.
       01  WS-CURRENT-FEES             PIC S9(11) COMP-3.
       01  WS-STAGED-INTEREST          PIC S9(11) COMP-3.
       01  WS-STAGED-FEES              PIC S9(11) COMP-3.
       01  WS-ACCOUNT-CHANGE           PIC S9(11) COMP-3.
       01  WS-ABSOLUTE-CHANGE          PIC 9(11) COMP-3.

       01  WS-BOOK-PRINCIPAL           PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-BOOK-CURRENT-INTEREST    PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-BOOK-STAGED-INTEREST     PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-BOOK-CURRENT-FEES        PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-BOOK-STAGED-FEES         PIC S9(13) COMP-3 VALUE ZERO.
       01  WS-PRINT-CURRENT            PIC S9(13) COMP-3.
       01  WS-PRINT-STAGED             PIC S9(13) COMP-3.
       01  WS-PRINT-CHANGE             PIC S9(13) COMP-3.
       01  WS-PRINT-LABEL              PIC X(11).

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-BIG-1               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-BIG-2               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-BIG-3               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-1            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-2            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-3            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-4            PIC -ZZZ,ZZZ,ZZZ,ZZ9.

      * The production table, same shape AccrualPostBatch loads.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-TYPE        PIC X(01).
               10  WS-RATE-SUBTYPE     PIC X(01).
               10  WS-RATE-DAILY       PIC 9(01)V9(06).
               10  WS-RATE-FEE         PIC 9(07).
               10  WS-RATE-EFFECTIVE   PIC 9(08).

      * The staged rows that passed the numeric edit.
       01  WS-STAGED-TABLE.
           05  WS-STAGED-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-STAGED-ENTRY OCCURS 100 TIMES.
               10  WS-STG-TYPE         PIC X(01).
               10  WS-STG-SUBTYPE      PIC X(01).
               10  WS-STG-DAILY        PIC 9(01)V9(06).
               10  WS-STG-FEE          PIC 9(07).
               10  WS-STG-EFFECTIVE    PIC 9(08).

      * Projected month per account class.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CLASS-ENTRY OCCURS 100 TIMES.
               10  WS-CLS-CLASS        PIC X(02).
               10  WS-CLS-ACCOUNTS     PIC 9(09).
               10  WS-CLS-PRINCIPAL    PIC S9(13) COMP-3.
               10  WS-CLS-CUR-INTEREST PIC S9(13) COMP-3.
               10  WS-CLS-STG-INTEREST PIC S9(13) COMP-3.
               10  WS-CLS-CUR-FEES     PIC S9(13) COMP-3.
               10  WS-CLS-STG-FEES     PIC S9(13) COMP-3.

      * The accounts whose projected month changes most, either way,
      * kept largest first.
       01  WS-TOP-LIMIT                PIC 9(04) COMP VALUE 20.
       01  WS-TOP-TABLE.
           05  WS-TOP-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-TOP-ENTRY OCCURS 20 TIMES.
               10  WS-TOP-ACCOUNT      PIC 9(10).
               10  WS-TOP-CLASS        PIC X(02).
               10  WS-TOP-PRINCIPAL    PIC S9(09) COMP-3.
               10  WS-TOP-CURRENT      PIC S9(11) COMP-3.
               10  WS-TOP-STAGED       PIC S9(11) COMP-3.
               10  WS-TOP-CHANGE       PIC S9(11) COMP-3.
               10  WS-TOP-ABSOLUTE     PIC 9(11) COMP-3.

      * Processing date comes from the business calendar through
      * CycleDateService, not the system clock.
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-CYCLE-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 1000-LOAD-CURRENT-RATES
           IF WS-RATE-COUNT = ZERO
               DISPLAY 'RATEIMPACTPROJECTION: NO RATE TABLE ON '
                   WS-RATE-TABLE-DSN ' - NOTHING PROJECTED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT STAGED-FILE
           IF WS-STAGED-STATUS NOT = '00'
               DISPLAY 'RATEIMPACTPROJECTION: NO STAGED RATE FILE ON '
                   WS-STAGED-DSN ' STATUS ' WS-STAGED-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT IMPACT-REPORT
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'FUNDECLARE SUITE - RATE CHANGE IMPACT PROJECTION'
                   '   CYCLE ' WS-CYCLE-DATE
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           MOVE WS-PROJECTION-CYCLES TO WS-EDIT-COUNT
           STRING 'STAGED RATES ' WS-STAGED-DSN (1:30)
                   ' PROJECTED MONTH OF' WS-EDIT-COUNT ' CYCLES'
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE ALL '-' TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE

           PERFORM UNTIL WS-END-OF-FILE
               READ STAGED-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 1200-LOAD-ONE-STAGED-ROW
               END-READ
           END-PERFORM
           CLOSE STAGED-FILE

           IF WS-RATE-TABLE-OVERFLOWED
               DISPLAY 'RATEIMPACTPROJECTION: A RATE TABLE EXCEEDS '
                   '100 ROWS - NOTHING PROJECTED'
               MOVE 'RATE TABLE OVER 100 ROWS - NOTHING PROJECTED'
                   TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               CLOSE IMPACT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'RATEIMPACTPROJECTION: CANNOT OPEN '
                   WS-CUSTMAST-DSN ' STATUS ' WS-CUSTMAST-STATUS
               CLOSE IMPACT-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTOMER-MASTER-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 2000-PROJECT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE

           PERFORM 8000-WRITE-CLASS-SECTION
           PERFORM 8500-WRITE-LARGEST-CHANGES
           CLOSE IMPACT-REPORT

           DISPLAY 'RATEIMPACTPROJECTION: READ ' WS-ACCOUNTS-READ
               ' PRICED ' WS-ACCOUNTS-PRICED
               ' CLOSED ' WS-ACCOUNTS-CLOSED
               ' NO-RATE ' WS-ACCOUNTS-NO-RATE
               ' STAGED ROWS IN ERROR ' WS-STAGED-ROWS-IN-ERROR
           IF WS-STAGED-ROWS-IN-ERROR > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       1000-LOAD-CURRENT-RATES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS NOT = '00'
               CLOSE RATE-TABLE-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-TABLE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           .

       1100-LOAD-ONE-RATE.
           IF WS-RATE-COUNT >= 100
               SET WS-RATE-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE RATE-ACCOUNT-TYPE
                   TO WS-RATE-TYPE (WS-RATE-COUNT)
               MOVE RATE-ACCOUNT-SUBTYPE
                   TO WS-RATE-SUBTYPE (WS-RATE-COUNT)
               MOVE RATE-DAILY-INTEREST
                   TO WS-RATE-DAILY (WS-RATE-COUNT)
               MOVE RATE-PERIODIC-FEE
                   TO WS-RATE-FEE (WS-RATE-COUNT)
      * Rows from before the table carried an effective date read as
      * SPACES there - effective from day zero, as they always were.
               IF RATE-EFFECTIVE-DATE IS NUMERIC
                   MOVE RATE-EFFECTIVE-DATE
                       TO WS-RATE-EFFECTIVE (WS-RATE-COUNT)
               ELSE
                   MOVE ZERO TO WS-RATE-EFFECTIVE (WS-RATE-COUNT)
               END-IF
           END-IF
           .

      * RateChangeEdit would refuse a file with a non-numeric row
      * outright; here the row is listed and left out so finance
      * still sees the rest of the change priced.
       1200-LOAD-ONE-STAGED-ROW.
           ADD 1 TO WS-STAGED-ROWS-READ
           IF STAG-DAILY-INTEREST-TEXT IS NOT NUMERIC
                   OR STAG-PERIODIC-FEE-TEXT IS NOT NUMERIC
                   OR STAG-EFFECTIVE-TEXT IS NOT NUMERIC
               ADD 1 TO WS-STAGED-ROWS-IN-ERROR
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING 'STAGED ROW FOR CLASS ' STAG-ACCOUNT-TYPE
                       STAG-ACCOUNT-SUBTYPE
                       ' NOT NUMERIC - LEFT OUT OF THE PROJECTION'
                       DELIMITED BY SIZE
                   INTO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-STAGED-COUNT >= 100
               SET WS-RATE-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STAGED-COUNT
           MOVE STAG-ACCOUNT-TYPE
               TO WS-STG-TYPE (WS-STAGED-COUNT)
           MOVE STAG-ACCOUNT-SUBTYPE
               TO WS-STG-SUBTYPE (WS-STAGED-COUNT)
           MOVE STAG-DAILY-INTEREST-NUM
               TO WS-STG-DAILY (WS-STAGED-COUNT)
           MOVE STAG-PERIODIC-FEE-NUM
               TO WS-STG-FEE (WS-STAGED-COUNT)
           MOVE STAG-EFFECTIVE-NUM
               TO WS-STG-EFFECTIVE (WS-STAGED-COUNT)
           .

       2000-PROJECT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF CUST-ACCOUNT-CLOSED
               ADD 1 TO WS-ACCOUNTS-CLOSED
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-FIND-CURRENT-RATE
           PERFORM 2150-FIND-STAGED-RATE
           IF NOT WS-CURRENT-FOUND AND NOT WS-STAGED-FOUND
               ADD 1 TO WS-ACCOUNTS-NO-RATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNTS-PRICED

           MOVE ZERO TO WS-CURRENT-INTEREST WS-CURRENT-FEES
           IF WS-CURRENT-FOUND
               MOVE WS-BEST-SUB TO WS-SUB
               PERFORM 2200-PRICE-CURRENT-CYCLE
               COMPUTE WS-CURRENT-INTEREST
                   = WS-INTEREST-ACCRUAL * WS-PROJECTION-CYCLES
               COMPUTE WS-CURRENT-FEES
                   = WS-FEE-CHARGE * WS-PROJECTION-CYCLES
           END-IF

      * A class the staged file does not touch keeps its rate.
           IF WS-STAGED-FOUND
               MOVE WS-STAGED-BEST-SUB TO WS-SUB
               PERFORM 2250-PRICE-STAGED-CYCLE
               COMPUTE WS-STAGED-INTEREST
                   = WS-INTEREST-ACCRUAL * WS-PROJECTION-CYCLES
               COMPUTE WS-STAGED-FEES
                   = WS-FEE-CHARGE * WS-PROJECTION-CYCLES
           ELSE
               MOVE WS-CURRENT-INTEREST TO WS-STAGED-INTEREST
               MOVE WS-CURRENT-FEES     TO WS-STAGED-FEES
           END-IF

           PERFORM 2300-ADD-TO-CLASS
           PERFORM 2400-NOTE-LARGEST-CHANGE
           .

      * The class's row in effect on the cycle date - AccrualPostBatch's
      * latest-effective-on-or-before rule.
       2100-FIND-CURRENT-RATE.
           MOVE 'N' TO WS-CURRENT-FOUND-SWITCH
           MOVE ZERO TO WS-BEST-EFFECTIVE-DATE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RATE-COUNT
               IF WS-RATE-TYPE (WS-SUB) = CUST-ACCOUNT-TYPE
                       AND WS-RATE-SUBTYPE (WS-SUB)
                           = CUST-ACCOUNT-SUBTYPE
                       AND WS-RATE-EFFECTIVE (WS-SUB)
                           <= WS-CYCLE-DATE
                   IF NOT WS-CURRENT-FOUND
                           OR WS-RATE-EFFECTIVE (WS-SUB)
                               >= WS-BEST-EFFECTIVE-DATE
                       SET WS-CURRENT-FOUND TO TRUE
                       MOVE WS-RATE-EFFECTIVE (WS-SUB)
                           TO WS-BEST-EFFECTIVE-DATE
                       MOVE WS-SUB TO WS-BEST-SUB
                   END-IF
               END-IF
           END-PERFORM
           .

      * The class's staged row with the latest effective date, later
      * rows on the file winning a tie the same way they would once
      * appended to the production table.
       2150-FIND-STAGED-RATE.
           MOVE 'N' TO WS-STAGED-FOUND-SWITCH
           MOVE ZERO TO WS-BEST-EFFECTIVE-DATE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STAGED-COUNT
               IF WS-STG-TYPE (WS-SUB) = CUST-ACCOUNT-TYPE
                       AND WS-STG-SUBTYPE (WS-SUB)
                           = CUST-ACCOUNT-SUBTYPE
                   IF NOT WS-STAGED-FOUND
                           OR WS-STG-EFFECTIVE (WS-SUB)
                               >= WS-BEST-EFFECTIVE-DATE
                       SET WS-STAGED-FOUND TO TRUE
                       MOVE WS-STG-EFFECTIVE (WS-SUB)
                           TO WS-BEST-EFFECTIVE-DATE
                       MOVE WS-SUB TO WS-STAGED-BEST-SUB
                   END-IF
               END-IF
           END-PERFORM
           .

      * 2200 and 2250 are AccrualPostBatch's 2100 pricing against
      * the current and the staged row respectively.
       2200-PRICE-CURRENT-CYCLE.
           COMPUTE WS-INTEREST-ACCRUAL ROUNDED
               = CUST-BALANCE-PRINCIPAL * WS-RATE-DAILY (WS-SUB)
               ON SIZE ERROR
                   MOVE 0 TO WS-INTEREST-ACCRUAL
                   DISPLAY 'RATEIMPACTPROJECTION: ACCRUAL '
                       'OVERFLOWED ON ACCOUNT ' CUST-ACCOUNT-NUMBER
           END-COMPUTE
           IF CUST-ACCOUNT-DORMANT
               MOVE ZERO TO WS-FEE-CHARGE
           ELSE
               MOVE WS-RATE-FEE (WS-SUB) TO WS-FEE-CHARGE
           END-IF
           .

       2250-PRICE-STAGED-CYCLE.
           COMPUTE WS-INTEREST-ACCRUAL ROUNDED
               = CUST-BALANCE-PRINCIPAL * WS-STG-DAILY (WS-SUB)
               ON SIZE ERROR
                   MOVE 0 TO WS-INTEREST-ACCRUAL
                   DISPLAY 'RATEIMPACTPROJECTION: ACCRUAL '
                       'OVERFLOWED ON ACCOUNT ' CUST-ACCOUNT-NUMBER
           END-COMPUTE
           IF CUST-ACCOUNT-DORMANT
               MOVE ZERO TO WS-FEE-CHARGE
           ELSE
               MOVE WS-STG-FEE (WS-SUB) TO WS-FEE-CHARGE
           END-IF
           .

       2300-ADD-TO-CLASS.
           MOVE 'N' TO WS-CLASS-FOUND-SWITCH
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                      OR WS-CLASS-FOUND
               IF WS-CLS-CLASS (WS-CLASS-SUB) = CUST-ACCOUNT-CLASS
                   SET WS-CLASS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CLASS-FOUND
               SUBTRACT 1 FROM WS-CLASS-SUB
           ELSE
               IF WS-CLASS-COUNT >= 100
                   DISPLAY 'RATEIMPACTPROJECTION: OVER 100 CLASSES - '
                       'CLASS ' CUST-ACCOUNT-CLASS ' IN BOOK TOTALS '
                       'ONLY'
                   PERFORM 2350-ADD-TO-BOOK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLASS-COUNT
               MOVE WS-CLASS-COUNT TO WS-CLASS-SUB
               MOVE CUST-ACCOUNT-CLASS TO WS-CLS-CLASS (WS-CLASS-SUB)
               MOVE ZERO TO WS-CLS-ACCOUNTS (WS-CLASS-SUB)
                            WS-CLS-PRINCIPAL (WS-CLASS-SUB)
                            WS-CLS-CUR-INTEREST (WS-CLASS-SUB)
                            WS-CLS-STG-INTEREST (WS-CLASS-SUB)
                            WS-CLS-CUR-FEES (WS-CLASS-SUB)
                            WS-CLS-STG-FEES (WS-CLASS-SUB)
           END-IF
           ADD 1 TO WS-CLS-ACCOUNTS (WS-CLASS-SUB)
           ADD CUST-BALANCE-PRINCIPAL TO WS-CLS-PRINCIPAL (WS-CLASS-SUB)
           ADD WS-CURRENT-INTEREST
               TO WS-CLS-CUR-INTEREST (WS-CLASS-SUB)
           ADD WS-STAGED-INTEREST
               TO WS-CLS-STG-INTEREST (WS-CLASS-SUB)
           ADD WS-CURRENT-FEES TO WS-CLS-CUR-FEES (WS-CLASS-SUB)
           ADD WS-STAGED-FEES  TO WS-CLS-STG-FEES (WS-CLASS-SUB)
           PERFORM 2350-ADD-TO-BOOK
           .

       2350-ADD-TO-BOOK.
           ADD CUST-BALANCE-PRINCIPAL TO WS-BOOK-PRINCIPAL
           ADD WS-CURRENT-INTEREST    TO WS-BOOK-CURRENT-INTEREST
           ADD WS-STAGED-INTEREST     TO WS-BOOK-STAGED-INTEREST
           ADD WS-CURRENT-FEES        TO WS-BOOK-CURRENT-FEES
           ADD WS-STAGED-FEES         TO WS-BOOK-STAGED-FEES
           .

      * Insert into the largest-first table when the account's
      * change, either way, beats the smallest one held.
       2400-NOTE-LARGEST-CHANGE.
           COMPUTE WS-ACCOUNT-CHANGE
               = WS-STAGED-INTEREST + WS-STAGED-FEES
                 - WS-CURRENT-INTEREST - WS-CURRENT-FEES
           IF WS-ACCOUNT-CHANGE < ZERO
               COMPUTE WS-ABSOLUTE-CHANGE = ZERO - WS-ACCOUNT-CHANGE
           ELSE
               MOVE WS-ACCOUNT-CHANGE TO WS-ABSOLUTE-CHANGE
           END-IF
           IF WS-ABSOLUTE-CHANGE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-TOP-COUNT >= WS-TOP-LIMIT
               IF WS-ABSOLUTE-CHANGE
                       <= WS-TOP-ABSOLUTE (WS-TOP-COUNT)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-TOP-COUNT
           END-IF

      * Slide smaller entries down one place to open the slot.
           MOVE WS-TOP-COUNT TO WS-TOP-SUB
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH
           PERFORM UNTIL WS-SLOT-FOUND
               IF WS-TOP-SUB = 1
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   IF WS-TOP-ABSOLUTE (WS-TOP-SUB - 1)
                           >= WS-ABSOLUTE-CHANGE
                       SET WS-SLOT-FOUND TO TRUE
                   ELSE
                       MOVE WS-TOP-ENTRY (WS-TOP-SUB - 1)
                           TO WS-TOP-ENTRY (WS-TOP-SUB)
                       SUBTRACT 1 FROM WS-TOP-SUB
                   END-IF
               END-IF
           END-PERFORM
           MOVE CUST-ACCOUNT-NUMBER    TO WS-TOP-ACCOUNT (WS-TOP-SUB)
           MOVE CUST-ACCOUNT-CLASS     TO WS-TOP-CLASS (WS-TOP-SUB)
           MOVE CUST-BALANCE-PRINCIPAL TO WS-TOP-PRINCIPAL (WS-TOP-SUB)
           COMPUTE WS-TOP-CURRENT (WS-TOP-SUB)
               = WS-CURRENT-INTEREST + WS-CURRENT-FEES
           COMPUTE WS-TOP-STAGED (WS-TOP-SUB)
               = WS-STAGED-INTEREST + WS-STAGED-FEES
           MOVE WS-ACCOUNT-CHANGE      TO WS-TOP-CHANGE (WS-TOP-SUB)
           MOVE WS-ABSOLUTE-CHANGE     TO WS-TOP-ABSOLUTE (WS-TOP-SUB)
           .

       8000-WRITE-CLASS-SECTION.
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'PROJECTED MONTH BY ACCOUNT CLASS'
                   ' - CURRENT RATES AGAINST STAGED RATES'
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
               MOVE ALL '-' TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               MOVE WS-CLS-ACCOUNTS (WS-CLASS-SUB) TO WS-EDIT-COUNT
               MOVE WS-CLS-PRINCIPAL (WS-CLASS-SUB) TO WS-EDIT-BIG-1
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING 'CLASS ' WS-CLS-CLASS (WS-CLASS-SUB)
                       '   ACCOUNTS ' WS-EDIT-COUNT
                       '   PRINCIPAL ' WS-EDIT-BIG-1
                       DELIMITED BY SIZE
                   INTO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               MOVE 'INTEREST' TO WS-PRINT-LABEL
               MOVE WS-CLS-CUR-INTEREST (WS-CLASS-SUB)
                   TO WS-PRINT-CURRENT
               MOVE WS-CLS-STG-INTEREST (WS-CLASS-SUB)
                   TO WS-PRINT-STAGED
               PERFORM 8100-WRITE-COMPARISON-LINE
               MOVE 'FEES' TO WS-PRINT-LABEL
               MOVE WS-CLS-CUR-FEES (WS-CLASS-SUB) TO WS-PRINT-CURRENT
               MOVE WS-CLS-STG-FEES (WS-CLASS-SUB) TO WS-PRINT-STAGED
               PERFORM 8100-WRITE-COMPARISON-LINE
           END-PERFORM

           MOVE ALL '=' TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE WS-ACCOUNTS-PRICED TO WS-EDIT-COUNT
           MOVE WS-BOOK-PRINCIPAL TO WS-EDIT-BIG-1
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'BOOK       ACCOUNTS ' WS-EDIT-COUNT
                   '   PRINCIPAL ' WS-EDIT-BIG-1
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE 'INTEREST' TO WS-PRINT-LABEL
           MOVE WS-BOOK-CURRENT-INTEREST TO WS-PRINT-CURRENT
           MOVE WS-BOOK-STAGED-INTEREST  TO WS-PRINT-STAGED
           PERFORM 8100-WRITE-COMPARISON-LINE
           MOVE 'FEES' TO WS-PRINT-LABEL
           MOVE WS-BOOK-CURRENT-FEES TO WS-PRINT-CURRENT
           MOVE WS-BOOK-STAGED-FEES  TO WS-PRINT-STAGED
           PERFORM 8100-WRITE-COMPARISON-LINE

           MOVE WS-ACCOUNTS-CLOSED TO WS-EDIT-COUNT
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'CLOSED ACCOUNTS NOT PRICED          ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE WS-ACCOUNTS-NO-RATE TO WS-EDIT-COUNT
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'OPEN ACCOUNTS WITH NO RATE EITHER WAY' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           .

       8100-WRITE-COMPARISON-LINE.
           COMPUTE WS-PRINT-CHANGE = WS-PRINT-STAGED - WS-PRINT-CURRENT
           MOVE WS-PRINT-CURRENT TO WS-EDIT-BIG-1
           MOVE WS-PRINT-STAGED  TO WS-EDIT-BIG-2
           MOVE WS-PRINT-CHANGE  TO WS-EDIT-BIG-3
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING '   ' WS-PRINT-LABEL
                   'CURRENT' WS-EDIT-BIG-1
                   '  STAGED' WS-EDIT-BIG-2
                   '  CHANGE' WS-EDIT-BIG-3
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           .

       8500-WRITE-LARGEST-CHANGES.
           MOVE ALL '-' TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'ACCOUNTS WITH THE LARGEST CHANGE IN PROJECTED MONTH'
                   ' (INTEREST PLUS FEES)'
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'ACCOUNT    CL        PRINCIPAL'
                   '          CURRENT           STAGED'
                   '           CHANGE'
                   DELIMITED BY SIZE
               INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           IF WS-TOP-COUNT = ZERO
               MOVE 'NO ACCOUNT CHANGES UNDER THE STAGED RATES'
                   TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-COUNT
               MOVE WS-TOP-PRINCIPAL (WS-TOP-SUB) TO WS-EDIT-AMOUNT-1
               MOVE WS-TOP-CURRENT (WS-TOP-SUB)   TO WS-EDIT-AMOUNT-2
               MOVE WS-TOP-STAGED (WS-TOP-SUB)    TO WS-EDIT-AMOUNT-3
               MOVE WS-TOP-CHANGE (WS-TOP-SUB)    TO WS-EDIT-AMOUNT-4
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING WS-TOP-ACCOUNT (WS-TOP-SUB) ' '
                       WS-TOP-CLASS (WS-TOP-SUB) ' '
                       WS-EDIT-AMOUNT-1 ' '
                       WS-EDIT-AMOUNT-2 ' '
                       WS-EDIT-AMOUNT-3 ' '
                       WS-EDIT-AMOUNT-4
                       DELIMITED BY SIZE
                   INTO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-PERFORM
           .
       END PROGRAM RateImpactProjection.
