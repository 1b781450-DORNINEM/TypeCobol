      * resubmit file is emptied once consumed so a repaired record
      * runs exactly once. On a duplicate-stop the resubmit file is
      * left untouched for the next cycle.
      *
      * Versioned layout: both SWAPSUM versions are edited here (see
      * SWAPSUM.cpy). A version 2 SUM3 must carry a numeric account
      * number and control total; a version 2 SWAP's account number
      * is optional but must be numeric when present. Version 1
      * records are edited exactly as before. New reason codes:
      *   VR01 - layout version byte is not blank, '1' or '2'
      *   FT04 - account number not numeric
      *   FT05 - control total not numeric
      * A rejected record's extension rides to the reject file in
      * REJ-ORIGINAL-EXTENSION so the repair screen sees all of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InputEditPass.
       COPY SWAPSUM.

       FD  VALIDATED-FILE.
       01  VALIDATED-RECORD            PIC X(60).

       FD  REJECT-FILE.
       COPY REJREC.

      * Same 60-byte shape as SWAPSUM.cpy (which already names the
      * REQUEST-FILE record above) - each resubmit is moved into
      * SWAPSUM-REQUEST-RECORD and edited by the same paragraph.
       FD  RESUBMIT-FILE.
       01  RESUBMIT-REQUEST-RECORD     PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-DSN              PIC X(80)
               WHEN NOT SWAPSUM-IS-SWAP AND NOT SWAPSUM-IS-SUM3
                   MOVE 'RT01' TO REJ-REASON-CODE
                   MOVE 'UNKNOWN RECORD TYPE' TO REJ-REASON-TEXT
               WHEN NOT SWAPSUM-VERSION-1 AND NOT SWAPSUM-VERSION-2
                   MOVE 'VR01' TO REJ-REASON-CODE
                   MOVE 'UNKNOWN LAYOUT VERSION' TO REJ-REASON-TEXT
               WHEN SWAPSUM-X-FIELD NOT NUMERIC
                   MOVE 'FT01' TO REJ-REASON-CODE
                   MOVE 'X FIELD NOT NUMERIC' TO REJ-REASON-TEXT
               WHEN SWAPSUM-IS-SUM3 AND SWAPSUM-Z-FIELD NOT NUMERIC
                   MOVE 'FT03' TO REJ-REASON-CODE
                   MOVE 'Z FIELD NOT NUMERIC' TO REJ-REASON-TEXT
               WHEN SWAPSUM-VERSION-2 AND SWAPSUM-IS-SUM3
                       AND SWAPSUM-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE 'FT04' TO REJ-REASON-CODE
                   MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO REJ-REASON-TEXT
               WHEN SWAPSUM-VERSION-2 AND SWAPSUM-IS-SWAP
                       AND SWAPSUM-ACCOUNT-NUMBER NOT = SPACES
                       AND SWAPSUM-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE 'FT04' TO REJ-REASON-CODE
                   MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO REJ-REASON-TEXT
               WHEN SWAPSUM-VERSION-2 AND SWAPSUM-IS-SUM3
                       AND SWAPSUM-CONTROL-TOTAL NOT NUMERIC
                   MOVE 'FT05' TO REJ-REASON-CODE
                   MOVE 'CONTROL TOTAL NOT NUMERIC' TO REJ-REASON-TEXT
               WHEN OTHER
                   SET WS-RECORD-VALID TO TRUE
           END-EVALUATE

       0300-WRITE-REJECT.
           MOVE SWAPSUM-REQUEST-RECORD TO REJ-ORIGINAL-RECORD
           MOVE SWAPSUM-V2-EXTENSION   TO REJ-ORIGINAL-EXTENSION
           WRITE REJECT-RECORD
           ADD 1 TO WS-RECORDS-REJECTED
           .
