      *     appends each item to the master as an OPEN item with the
      *     next item number, and resets the swept range file so the
      *     same break is not merged twice,
      *   - sweeps the SWAPSUM feed's fixed suspense file
      *     (FUNDECL.SUSPENSE.SWAPSUM, written when SwapRequestDriver's
      *     SUM3 reconciliation breaks) the same way, after the ranges,
      *   - applies the operator resolution list
      *     (FUNDECL.SUSPENSE.RESOLVE: item number + operator id, one
      *     per line) by marking the named items RESOLVED once the
                                       VALUE 'FUNDECL.RANGEIDS.CTL'.
       01  WS-RANGE-IDS-STATUS         PIC X(02).
       01  WS-SUSPENSE-DSN             PIC X(80).
      * Suspense id being swept - a range id off the control file, or
      * the SWAPSUM feed's fixed id once the ranges are done.
       01  WS-SWEEP-RANGE-ID           PIC X(08).
       01  WS-SWAPSUM-SUSPENSE-ID      PIC X(08) VALUE 'SWAPSUM'.
       01  WS-SUSPENSE-STATUS          PIC X(02).
       01  WS-SUSP-MASTER-DSN          PIC X(80)
                                       VALUE 'FUNDECL.SUSPENSE.MASTER'.
               PERFORM UNTIL WS-NO-MORE-RANGE-IDS
                   READ RANGE-ID-FILE
                       AT END SET WS-NO-MORE-RANGE-IDS TO TRUE
                       NOT AT END
                           MOVE RANGE-ID-CTL-RECORD
                                       TO WS-SWEEP-RANGE-ID
                           PERFORM 2100-MERGE-ONE-RANGE-FILE
                   END-READ
               END-PERFORM
               CLOSE RANGE-ID-FILE
           END-IF
      * Not on the range id control file - RangePlanBuilder rebuilds
      * that every cycle from the range plan.
           MOVE WS-SWAPSUM-SUSPENSE-ID TO WS-SWEEP-RANGE-ID
           PERFORM 2100-MERGE-ONE-RANGE-FILE
           .

       2100-MERGE-ONE-RANGE-FILE.
           MOVE SPACES TO WS-SUSPENSE-DSN
           STRING 'FUNDECL.SUSPENSE.' DELIMITED BY SIZE
                   WS-SWEEP-RANGE-ID DELIMITED BY SPACE
               INTO WS-SUSPENSE-DSN

           MOVE 'N' TO WS-RANGE-EOF-SWITCH
               SET ITEM-IDX TO WS-ITEM-COUNT
               MOVE WS-NEXT-ITEM-NUMBER TO WS-ITEM-NUMBER (ITEM-IDX)
               ADD 1 TO WS-NEXT-ITEM-NUMBER
               MOVE WS-SWEEP-RANGE-ID
                                   TO WS-ITEM-RANGE-ID (ITEM-IDX)
               MOVE 'O'            TO WS-ITEM-STATUS-FLAG (ITEM-IDX)
               MOVE SPACES
               PERFORM UNTIL WS-NO-MORE-RANGE-IDS
                   READ RANGE-ID-FILE
                       AT END SET WS-NO-MORE-RANGE-IDS TO TRUE
                       NOT AT END
                           MOVE RANGE-ID-CTL-RECORD
                                       TO WS-SWEEP-RANGE-ID
                           PERFORM 2510-RESET-ONE-RANGE-FILE
                   END-READ
               END-PERFORM
               CLOSE RANGE-ID-FILE
           END-IF
           MOVE WS-SWAPSUM-SUSPENSE-ID TO WS-SWEEP-RANGE-ID
           PERFORM 2510-RESET-ONE-RANGE-FILE
           .

       2510-RESET-ONE-RANGE-FILE.
           MOVE SPACES TO WS-SUSPENSE-DSN
           STRING 'FUNDECL.SUSPENSE.' DELIMITED BY SIZE
                   WS-SWEEP-RANGE-ID DELIMITED BY SPACE
               INTO WS-SUSPENSE-DSN
           OPEN OUTPUT SUSPENSE-RANGE-FILE
           CLOSE SUSPENSE-RANGE-FILE
