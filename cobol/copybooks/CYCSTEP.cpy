      ******************************************************************
      * CYCSTEP - nightly cycle step-dependency row on
      * FUNDECL.CYCLE.STEPS, read by CycleDriver. One row per step,
      * in the order the cycle runs them:
      *   CSTP-STEP-NAME      - the name the step is known by on the
      *                         run-control log (RUNCTL.cpy)
      *   CSTP-PROGRAM-NAME   - the program the step CALLs
      *   CSTP-MAX-RETURN-CODE - highest return code the chain may
      *                         continue past; anything above it stops
      *                         the cycle at this step
      *   CSTP-STEP-TYPE      - S one CALL; R one CALL per range on
      *                         FUNDECL.RANGEPLAN.CTL; C the closing
      *                         calendar-roll step, judged by whether
      *                         the cycle date moved
      *   CSTP-SELF-REGISTERS - Y the program writes its own run-
      *                         control entries under CSTP-STEP-NAME;
      *                         N the driver registers it
      *   CSTP-PREREQ-1/2     - steps that must be complete first;
      *                         each must appear on an earlier row
      *   CSTP-STEP-PARM      - step parameter (RangePlanBuilder's
      *                         range count); blank for most steps
      * A row whose step name is blank or starts with '*' is a comment.
      * All fields are USAGE DISPLAY so the table stays LINE
      * SEQUENTIAL and operations edit it as plain text.
      ******************************************************************
       01  CYCLE-STEP-RECORD.
           05  CSTP-STEP-NAME          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CSTP-PROGRAM-NAME       PIC X(30).
           05  FILLER                  PIC X(01).
           05  CSTP-MAX-RETURN-CODE    PIC 9(04).
           05  FILLER                  PIC X(01).
           05  CSTP-STEP-TYPE          PIC X(01).
               88  CSTP-SINGLE-CALL              VALUE 'S'.
               88  CSTP-RANGE-FAN-OUT            VALUE 'R'.
               88  CSTP-CALENDAR-ROLL            VALUE 'C'.
           05  FILLER                  PIC X(01).
           05  CSTP-SELF-REGISTERS     PIC X(01).
               88  CSTP-PROGRAM-REGISTERS        VALUE 'Y'.
           05  FILLER                  PIC X(01).
           05  CSTP-PREREQ-1           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CSTP-PREREQ-2           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CSTP-STEP-PARM          PIC X(08).
