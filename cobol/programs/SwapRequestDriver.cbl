      * name, exactly like SwapParametersOnline and the original serial
      * suite do, so the same before/after audit trail is written.
      *
      * SUM3-type requests: a version 2 record (SWAPSUM.cpy) carries
      * the partner's control total and the account the request
      * belongs to. Its X/Y/Z fields go to the standalone
      * SumThreeWithClutterInLinkage as principal/interest/fees with
      * the control total as the trailer total, the same CALL
      * RangeKeyDriver makes for TRAN-BALANCE-RECORDs. A break is
      * written by that program to FUNDECL.SUSPENSE.SWAPSUM - the
      * fixed suspense id for this feed, which SuspenseRecycle sweeps
      * onto the suspense master alongside the per-range files - so
      * it is aged and resolved like every other out-of-balance
      * record. A version 1 SUM3 still has no control total to
      * reconcile against and is counted as not reconciled.
      *
      * Every SUM3 request, reconciled or not, gets a line on the
      * result report FUNDECL.SWAPSUM.SUM3.RPT with its batch id and
      * account, which is what ties a suspense item (keyed by batch
      * id on SUSPREC.cpy) back to the account it belongs to. Each
      * break is also appended to FUNDECL.SUSPENSE.SWAPSUM.XREF
      * (SWAPXREF.cpy), batch and account, which outlives the nightly
      * report and is what MasterIntegritySweep checks an open
      * SWAPSUM item's account against the master with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SwapRequestDriver.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALIDATED-STATUS.

           SELECT SUM3-REPORT ASSIGN TO WS-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT XREF-FILE ASSIGN TO WS-XREF-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VALIDATED-FILE.
       COPY SWAPSUM.

       FD  SUM3-REPORT.
       01  SUM3-REPORT-LINE            PIC X(100).

       FD  XREF-FILE.
       COPY SWAPXREF.

       WORKING-STORAGE SECTION.
       01  WS-VALIDATED-DSN            PIC X(80)
                                       VALUE 'FUNDECL.SWAPSUM.VALID'.
       01  WS-VALIDATED-STATUS         PIC X(02).
       01  WS-REPORT-DSN               PIC X(80)
                                     VALUE 'FUNDECL.SWAPSUM.SUM3.RPT'.
       01  WS-REPORT-STATUS            PIC X(02).
       01  WS-XREF-DSN                 PIC X(80)
                                VALUE 'FUNDECL.SUSPENSE.SWAPSUM.XREF'.
       01  WS-XREF-STATUS              PIC X(02).
       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
       01  WS-SWAPS-APPLIED            PIC 9(09) VALUE ZERO.
       01  WS-SUM3-IN-BALANCE          PIC 9(09) VALUE ZERO.
       01  WS-SUM3-TO-SUSPENSE         PIC 9(09) VALUE ZERO.
       01  WS-SUM3-SKIPPED             PIC 9(09) VALUE ZERO.
       01  WS-X-NUMERIC                PIC 9(04).
       01  WS-Y-NUMERIC                PIC 9(04).
       01  WS-Z-NUMERIC                PIC 9(04).
       01  WS-CONTROL-NUMERIC          PIC 9(09).
       01  WS-PRINCIPAL-COMP3          PIC S9(09) COMP-3.
       01  WS-INTEREST-COMP3           PIC S9(09) COMP-3.
       01  WS-FEES-COMP3               PIC S9(09) COMP-3.
       01  WS-CONTROL-TOTAL-COMP3      PIC S9(09) COMP-3.
       01  WS-SUM3-TOTAL-COMP3         PIC S9(09) COMP-3.
       01  WS-OUT-OF-BALANCE-FLAG      PIC X.
           88  WS-SUM3-OUT-OF-BALANCE             VALUE 'Y'.
      * Fixed suspense id for this feed - SumThreeWithClutterInLinkage
      * builds FUNDECL.SUSPENSE.<id> from it, and SuspenseRecycle
      * sweeps the same id every cycle.
       01  WS-SUSPENSE-RANGE-ID        PIC X(08) VALUE 'SWAPSUM'.
       01  WS-JOB-NAME                 PIC X(08).
      * Zero rides to SwapParameters' audit trail for every SWAP,
      * version 1 or 2.
       01  WS-AUDIT-ACCOUNT-NUMBER     PIC 9(10) VALUE ZERO.
       01  WS-RESULT-TEXT              PIC X(40).
       01  WS-EDIT-TOTAL               PIC ZZZ,ZZZ,ZZ9-.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).
       01  WS-RUNCTL-STEP-NAME         PIC X(08) VALUE 'SWAPDRVR'.
       01  WS-RUNCTL-EVENT             PIC X(01).
       01  WS-RUNCTL-COUNT             PIC 9(09) VALUE ZERO.
                   BY REFERENCE WS-RUNCTL-COUNT
                   BY REFERENCE WS-RUNCTL-RC

           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 0050-OPEN-REPORT
           PERFORM 0060-OPEN-XREF

           OPEN INPUT VALIDATED-FILE
           IF WS-VALIDATED-STATUS = '05' OR '35'
               DISPLAY 'SWAPREQUESTDRIVER: NO VALIDATED FILE ON '
               CLOSE VALIDATED-FILE
           END-IF

           PERFORM 0800-WRITE-SUMMARY
           CLOSE SUM3-REPORT
           CLOSE XREF-FILE

           DISPLAY 'SWAPREQUESTDRIVER: READ ' WS-RECORDS-READ
               ' APPLIED ' WS-SWAPS-APPLIED ' SWAPS, SUM3 IN BALANCE '
               WS-SUM3-IN-BALANCE ' TO SUSPENSE '
               WS-SUM3-TO-SUSPENSE ' NOT RECONCILED (NO CONTROL '
               'TOTAL) ' WS-SUM3-SKIPPED
           MOVE 0 TO RETURN-CODE

           MOVE 'E' TO WS-RUNCTL-EVENT
           GOBACK
           .

       0050-OPEN-REPORT.
           OPEN OUTPUT SUM3-REPORT
           MOVE SPACES TO SUM3-REPORT-LINE
           STRING 'FUNDECLARE SUITE - SWAPSUM SUM3 RECONCILIATION'
                   '   CYCLE ' WS-TODAY-DATE
                   DELIMITED BY SIZE
               INTO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           MOVE SPACES TO SUM3-REPORT-LINE
           STRING 'BATCH    ACCOUNT     V'
                   '    COMPUTED'
                   '       CONTROL'
                   '   RESULT'
                   DELIMITED BY SIZE
               INTO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           MOVE ALL '-' TO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           .

      * Appended to across cycles - the open items it answers for
      * can be months old.
       0060-OPEN-XREF.
           OPEN EXTEND XREF-FILE
           IF WS-XREF-STATUS = '05' OR '35'
               CLOSE XREF-FILE
               OPEN OUTPUT XREF-FILE
           END-IF
           .

       0100-PROCESS-REQUEST.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE TRUE
               WHEN SWAPSUM-IS-SWAP
                   PERFORM 0200-APPLY-SWAP
               WHEN SWAPSUM-IS-SUM3 AND SWAPSUM-VERSION-2
                   PERFORM 0300-RECONCILE-SUM3
               WHEN SWAPSUM-IS-SUM3
                   ADD 1 TO WS-SUM3-SKIPPED
                   MOVE 'NOT RECONCILED - NO CONTROL TOTAL'
                                       TO WS-RESULT-TEXT
                   PERFORM 0400-WRITE-RESULT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           ADD 1 TO WS-SWAPS-APPLIED
           .

      * InputEditPass has already proved X/Y/Z, the account number and
      * the control total numeric on a version 2 SUM3.
       0300-RECONCILE-SUM3.
           MOVE SWAPSUM-X-FIELD        TO WS-X-NUMERIC
           MOVE SWAPSUM-Y-FIELD        TO WS-Y-NUMERIC
           MOVE SWAPSUM-Z-FIELD        TO WS-Z-NUMERIC
           MOVE SWAPSUM-CONTROL-TOTAL  TO WS-CONTROL-NUMERIC
           MOVE WS-X-NUMERIC           TO WS-PRINCIPAL-COMP3
           MOVE WS-Y-NUMERIC           TO WS-INTEREST-COMP3
           MOVE WS-Z-NUMERIC           TO WS-FEES-COMP3
           MOVE WS-CONTROL-NUMERIC     TO WS-CONTROL-TOTAL-COMP3
           MOVE SWAPSUM-BATCH-ID       TO WS-JOB-NAME
           MOVE 'N'                    TO WS-OUT-OF-BALANCE-FLAG

           CALL 'SumThreeWithClutterInLinkage' USING
                   BY REFERENCE WS-PRINCIPAL-COMP3
                   BY REFERENCE WS-INTEREST-COMP3
                   BY REFERENCE WS-FEES-COMP3
                   BY REFERENCE WS-JOB-NAME
                   BY REFERENCE WS-CONTROL-TOTAL-COMP3
                   BY REFERENCE WS-OUT-OF-BALANCE-FLAG
                   BY REFERENCE WS-SUM3-TOTAL-COMP3
                   BY REFERENCE WS-SUSPENSE-RANGE-ID

           IF WS-SUM3-OUT-OF-BALANCE
               ADD 1 TO WS-SUM3-TO-SUSPENSE
               MOVE 'OUT OF BALANCE - WRITTEN TO SUSPENSE'
                                       TO WS-RESULT-TEXT
               MOVE SWAPSUM-BATCH-ID   TO SXRF-BATCH-ID
               MOVE SWAPSUM-ACCOUNT-NUMBER TO SXRF-ACCOUNT-NUMBER
               MOVE WS-TODAY-DATE      TO SXRF-CYCLE-DATE
               WRITE SWAPSUM-SUSPENSE-XREF
           ELSE
               ADD 1 TO WS-SUM3-IN-BALANCE
               MOVE 'IN BALANCE'       TO WS-RESULT-TEXT
           END-IF
           PERFORM 0400-WRITE-RESULT-LINE
           .

      * Columns: batch 1-8, account 10-19, layout version 22,
      * computed total 24-35, control total 38-49, result from 52.
      * A version 1 SUM3 has neither total, so both stay blank.
       0400-WRITE-RESULT-LINE.
           MOVE SPACES TO SUM3-REPORT-LINE
           MOVE SWAPSUM-BATCH-ID       TO SUM3-REPORT-LINE (1:8)
           MOVE SWAPSUM-ACCOUNT-NUMBER TO SUM3-REPORT-LINE (10:10)
           MOVE SWAPSUM-LAYOUT-VERSION TO SUM3-REPORT-LINE (22:1)
           IF SWAPSUM-VERSION-2
               MOVE WS-SUM3-TOTAL-COMP3    TO WS-EDIT-TOTAL
               MOVE WS-EDIT-TOTAL      TO SUM3-REPORT-LINE (24:12)
               MOVE WS-CONTROL-TOTAL-COMP3 TO WS-EDIT-TOTAL
               MOVE WS-EDIT-TOTAL      TO SUM3-REPORT-LINE (38:12)
           END-IF
           MOVE WS-RESULT-TEXT         TO SUM3-REPORT-LINE (52:40)
           WRITE SUM3-REPORT-LINE
           .

       0800-WRITE-SUMMARY.
           MOVE ALL '-' TO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           MOVE WS-SUM3-IN-BALANCE TO WS-EDIT-COUNT
           MOVE SPACES TO SUM3-REPORT-LINE
           STRING 'SUM3 IN BALANCE                     ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           MOVE WS-SUM3-TO-SUSPENSE TO WS-EDIT-COUNT
           MOVE SPACES TO SUM3-REPORT-LINE
           STRING 'SUM3 OUT OF BALANCE - TO SUSPENSE   ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           MOVE WS-SUM3-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO SUM3-REPORT-LINE
           STRING 'SUM3 NOT RECONCILED - VERSION 1     ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           MOVE WS-SWAPS-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO SUM3-REPORT-LINE
           STRING 'SWAP REQUESTS APPLIED               ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
               INTO SUM3-REPORT-LINE
           WRITE SUM3-REPORT-LINE
           .
       END PROGRAM SwapRequestDriver.
