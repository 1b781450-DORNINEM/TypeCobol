      ******************************************************************
      * CycleDriver - runs the nightly cycle as one chain from a
      * step-dependency table, so the ordering rules that used to live
      * only in program comments ("run ArchiveCutover AFTER
      * HoldReleaseSweep", "GLJournalExtract runs before
      * ArchiveCutover") are enforced instead of remembered. The
      * chain is account reclassification, range plan, zero-amount
      * guard, split, range drivers, merge, input edit pass, swap
      * request driver, suspense recycle, post, hold release,
      * unusual-activity monitoring, accrual, delinquency sweep, trial
      * balance, GL extract, customer notices, the warehouse
      * change-data-capture feed, archive cutover and the closing
      * DailyControlReport, which rolls the calendar.
      *
      * Step table: FUNDECL.CYCLE.STEPS (CYCSTEP.cpy), one row per
      * step in run order with its program, the highest return code
      * the chain may continue past, and the steps it depends on.
      * Every prerequisite must name a step on an EARLIER row - a
      * table edited into the wrong order is refused before anything
      * runs. With no table on file the chain above is run from the
      * built-in copy below, with a warning, the same way
      * CycleDateService falls back when the calendar is missing.
      *
      * Restart: what has finished is a matter of record on the
      * run-control log (RUNCTL.cpy). A step with an 'E' entry for
      * today's cycle date at or under its maximum return code is
      * complete and is skipped; the first step without one is where
      * the run resumes. Steps that do not register themselves are
      * registered here around their CALL, so the log answers for
      * every step. The range drivers resume range by range - each
      * RangeKeyDriver copy registers under its own range id - and
      * are run here one after another from FUNDECL.RANGEPLAN.CTL.
      * The closing step is never taken as done from the log: the
      * cycle is closed only when the cycle date actually moved, and
      * DailyControlReport leaves it alone when a step is missing.
      *
      * The chain stops at the first step whose return code exceeds
      * its maximum; everything after it is left for the restart.
      * Each step program is CANCELled after its CALL so a program
      * reached twice in one run (TranBalancePost is also CALLed by
      * HoldReleaseSweep, RangeKeyDriver once per range) starts from
      * fresh WORKING-STORAGE every time.
      * Return code: 0 cycle complete, the failing step's own return
      * code when the chain stops at it, 8 the calendar did not roll,
      * 12 no range plan for the range drivers, 16 the step table is
      * invalid or a step's program cannot be run or loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleDriver.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CYCSTEP.cpy, RUNCTL.cpy and RANGEPLN.cpy are all USAGE
      * DISPLAY - LINE SEQUENTIAL, matching their writers.
           SELECT STEP-TABLE-FILE ASSIGN TO WS-STEP-TABLE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TABLE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT RANGE-PLAN-FILE ASSIGN TO WS-RANGE-PLAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TABLE-FILE.
       COPY CYCSTEP.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  RANGE-PLAN-FILE.
       COPY RANGEPLN.

       WORKING-STORAGE SECTION.
       01  WS-STEP-TABLE-DSN           PIC X(80)
                                       VALUE 'FUNDECL.CYCLE.STEPS'.
       01  WS-STEP-TABLE-STATUS        PIC X(02).
       01  WS-RUN-CONTROL-DSN          PIC X(80)
                                       VALUE 'FUNDECL.RUNCTL.LOG'.
       01  WS-RUN-CONTROL-STATUS       PIC X(02).
       01  WS-RANGE-PLAN-DSN           PIC X(80)
                                       VALUE 'FUNDECL.RANGEPLAN.CTL'.
       01  WS-RANGE-PLAN-STATUS        PIC X(02).

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-END-OF-FILE                    VALUE 'Y'.
       01  WS-TABLE-VALID-SWITCH       PIC X VALUE 'Y'.
           88  WS-TABLE-VALID                    VALUE 'Y'.
       01  WS-CHAIN-SWITCH             PIC X VALUE 'N'.
           88  WS-CHAIN-STOPPED                  VALUE 'Y'.
       01  WS-STEP-FOUND-SWITCH        PIC X.
           88  WS-STEP-FOUND                     VALUE 'Y'.
       01  WS-SUB                      PIC 9(04) COMP.
       01  WS-SUB-2                    PIC 9(04) COMP.
       01  WS-CHECK-STEP-NAME          PIC X(08).
       01  WS-CHECK-MAX-RC             PIC 9(04).
       01  WS-PREREQ-NAME              PIC X(08).
       01  WS-STEP-RC                  PIC 9(04).
       01  WS-FINAL-RC                 PIC 9(04) VALUE ZERO.
       01  WS-STEPS-RUN                PIC 9(04) VALUE ZERO.
       01  WS-STEPS-SKIPPED            PIC 9(04) VALUE ZERO.
       01  WS-RANGES-RUN               PIC 9(04).
       01  WS-RANGES-SKIPPED           PIC 9(04).

      * Parameters handed to the step programs that take them.
       01  WS-RANGE-COUNT-PARM         PIC 9(02).
       01  WS-POST-INPUT-DSN           PIC X(80) VALUE SPACES.
       01  WS-RANGE-ID                 PIC X(08).
       01  WS-RANGE-LOW-KEY            PIC 9(10).
       01  WS-RANGE-HIGH-KEY           PIC 9(10).

       01  WS-RUNCTL-EVENT             PIC X(01).
       01  WS-RUNCTL-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RUNCTL-RC                PIC 9(04) VALUE ZERO.

      * Processing date comes from the business calendar through
      * CycleDateService; the closing step is judged by whether it
      * moved.
       01  WS-TODAY-CYCLE-DATE         PIC 9(08).
       01  WS-AFTER-CYCLE-DATE         PIC 9(08).
       01  WS-CAL-REQUEST-CODE         PIC X(01).
       01  WS-CAL-EOM-FLAG             PIC X(01).

      * The built-in chain, used when FUNDECL.CYCLE.STEPS is not on
      * file - the same columns as CYCSTEP.cpy without its separators.
       01  WS-DEFAULT-STEP-ROWS.
      * Class changes are applied ahead of posting so the night's
      * transactions post under the new class. No request file is an
      * ordinary night (RC 12) and rejected requests (RC 8) are on
      * its own report; only an unopenable master (16) stops the chain.
           05  FILLER                  PIC X(38)
                   VALUE 'RECLASS AccountReclassify             '.
           05  FILLER                  PIC X(30)
                   VALUE '0012SN                        '.
           05  FILLER                  PIC X(38)
                   VALUE 'PLANBLD RangePlanBuilder              '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SN                06      '.
      * The zero-amount guard reads the nightly transaction file
      * before the split works it. It, the edit pass and the swap
      * driver register themselves, and DailyControlReport will not
      * roll the calendar without all three.
           05  FILLER                  PIC X(38)
                   VALUE 'ZEROGRD1ZeroGuardBatch                '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SY                        '.
           05  FILLER                  PIC X(38)
                   VALUE 'SPLIT   TranBalanceSplit              '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNPLANBLD                 '.
           05  FILLER                  PIC X(38)
                   VALUE 'RANGEDRVRangeKeyDriver                '.
           05  FILLER                  PIC X(30)
                   VALUE '0004RNSPLIT                   '.
           05  FILLER                  PIC X(38)
                   VALUE 'MERGETOTMergeRangeTotals              '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SYRANGEDRV                '.
      * A partner re-transmit ends the edit pass RC 8 with the
      * validated file emptied, so the swap driver has nothing to
      * apply - the cycle carries on and the stop is on the log.
           05  FILLER                  PIC X(38)
                   VALUE 'EDITPASSInputEditPass                 '.
           05  FILLER                  PIC X(30)
                   VALUE '0008SY                        '.
           05  FILLER                  PIC X(38)
                   VALUE 'SWAPDRVRSwapRequestDriver             '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SYEDITPASS                '.
      * Suspense recycle sweeps the range drivers' breaks and the
      * swap driver's SUM3 breaks onto the suspense master.
           05  FILLER                  PIC X(38)
                   VALUE 'SUSPRCYCSuspenseRecycle               '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNMERGETOTSWAPDRVR        '.
           05  FILLER                  PIC X(38)
                   VALUE 'POST    TranBalancePost               '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNMERGETOTRECLASS         '.
           05  FILLER                  PIC X(38)
                   VALUE 'HOLDREL HoldReleaseSweep              '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNPOST                    '.
           05  FILLER                  PIC X(38)
                   VALUE 'VELOCITYVelocityMonitor               '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNHOLDREL                 '.
           05  FILLER                  PIC X(38)
                   VALUE 'ACCRUAL AccrualPostBatch              '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNHOLDREL                 '.
           05  FILLER                  PIC X(38)
                   VALUE 'DELINQ  DelinquencySweep              '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNACCRUAL POST            '.
           05  FILLER                  PIC X(38)
                   VALUE 'TRIALBALTrialBalanceSnapshot          '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNACCRUAL                 '.
           05  FILLER                  PIC X(38)
                   VALUE 'GLEXTRCTGLJournalExtract              '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNTRIALBAL                '.
      * The notices read the day's flag log off the live file, so
      * they run before the change capture and the archive cut.
           05  FILLER                  PIC X(38)
                   VALUE 'NOTICE  CustomerNotice                '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNGLEXTRCTHOLDREL         '.
      * The change capture reads the day's audit journals off the
      * live files, so it too must finish before they are cut.
           05  FILLER                  PIC X(38)
                   VALUE 'CHGCAPT MasterChangeCapture           '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNGLEXTRCTNOTICE          '.
           05  FILLER                  PIC X(38)
                   VALUE 'ARCHCUT ArchiveCutover                '.
           05  FILLER                  PIC X(30)
                   VALUE '0004SNCHGCAPT HOLDREL         '.
           05  FILLER                  PIC X(38)
                   VALUE 'DAILYRPTDailyControlReport            '.
           05  FILLER                  PIC X(30)
                   VALUE '0004CYARCHCUT SUSPRCYC        '.
           05  FILLER                  PIC X(1360) VALUE SPACES.
       01  WS-DEFAULT-STEP-TABLE REDEFINES WS-DEFAULT-STEP-ROWS.
           05  WS-DEFAULT-STEP OCCURS 40 TIMES.
               10  WS-DFLT-STEP-NAME   PIC X(08).
               10  WS-DFLT-PROGRAM     PIC X(30).
               10  WS-DFLT-MAX-RC      PIC 9(04).
               10  WS-DFLT-STEP-TYPE   PIC X(01).
               10  WS-DFLT-SELF-REG    PIC X(01).
               10  WS-DFLT-PREREQ-1    PIC X(08).
               10  WS-DFLT-PREREQ-2    PIC X(08).
               10  WS-DFLT-STEP-PARM   PIC X(08).
       01  WS-DEFAULT-STEP-COUNT       PIC 9(04) COMP VALUE 20.

       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  WS-STEP-NAME        PIC X(08).
               10  WS-STEP-PROGRAM     PIC X(30).
               10  WS-STEP-MAX-RC      PIC 9(04).
               10  WS-STEP-TYPE        PIC X(01).
                   88  WS-STEP-RANGE-FAN-OUT     VALUE 'R'.
                   88  WS-STEP-CALENDAR-ROLL     VALUE 'C'.
               10  WS-STEP-SELF-REG    PIC X(01).
                   88  WS-STEP-REGISTERS-ITSELF  VALUE 'Y'.
               10  WS-STEP-PREREQ-1    PIC X(08).
               10  WS-STEP-PREREQ-2    PIC X(08).
               10  WS-STEP-PARM        PIC X(08).
               10  WS-STEP-STATE       PIC X(01).
                   88  WS-STEP-COMPLETE          VALUE 'C'.
                   88  WS-STEP-PENDING           VALUE 'P'.

      * Every 'E' entry on the log for today's cycle date, with the
      * return code it ended on.
       01  WS-ENDED-TABLE.
           05  WS-ENDED-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-ENDED-ENTRY OCCURS 500 TIMES.
               10  WS-ENDED-STEP       PIC X(08).
               10  WS-ENDED-RC         PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-TODAY-CYCLE-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG

           PERFORM 1000-LOAD-STEP-TABLE
           PERFORM 1200-VALIDATE-STEP-TABLE
           IF NOT WS-TABLE-VALID
               DISPLAY 'CYCLEDRIVER: STEP TABLE REFUSED - NO STEP RUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1400-LOAD-RUN-CONTROL
           DISPLAY 'CYCLEDRIVER: CYCLE ' WS-TODAY-CYCLE-DATE
               ' - ' WS-STEP-COUNT ' STEP(S) IN THE CHAIN'

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT OR WS-CHAIN-STOPPED
               PERFORM 2000-DRIVE-ONE-STEP
           END-PERFORM

           IF WS-CHAIN-STOPPED
               DISPLAY 'CYCLEDRIVER: CHAIN STOPPED - ' WS-STEPS-RUN
                   ' STEP(S) RUN, ' WS-STEPS-SKIPPED
                   ' ALREADY COMPLETE; RESTART RESUMES AT THE '
                   'STOPPED STEP'
           ELSE
               DISPLAY 'CYCLEDRIVER: CYCLE ' WS-TODAY-CYCLE-DATE
                   ' COMPLETE - ' WS-STEPS-RUN ' STEP(S) RUN, '
                   WS-STEPS-SKIPPED ' ALREADY COMPLETE'
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK
           .

       1000-LOAD-STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE
           IF WS-STEP-TABLE-STATUS NOT = '00'
               CLOSE STEP-TABLE-FILE
               DISPLAY 'CYCLEDRIVER: WARNING - NO STEP TABLE ON '
                   WS-STEP-TABLE-DSN ' - RUNNING THE BUILT-IN CHAIN'
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DEFAULT-STEP-COUNT
                   PERFORM 1050-LOAD-ONE-DEFAULT
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ STEP-TABLE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1100-LOAD-ONE-STEP
                   END-READ
               END-PERFORM
               CLOSE STEP-TABLE-FILE
           END-IF
           .

       1050-LOAD-ONE-DEFAULT.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-DFLT-STEP-NAME (WS-SUB)
                                   TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE WS-DFLT-PROGRAM (WS-SUB)
                                   TO WS-STEP-PROGRAM (WS-STEP-COUNT)
           MOVE WS-DFLT-MAX-RC (WS-SUB)
                                   TO WS-STEP-MAX-RC (WS-STEP-COUNT)
           MOVE WS-DFLT-STEP-TYPE (WS-SUB)
                                   TO WS-STEP-TYPE (WS-STEP-COUNT)
           MOVE WS-DFLT-SELF-REG (WS-SUB)
                                   TO WS-STEP-SELF-REG (WS-STEP-COUNT)
           MOVE WS-DFLT-PREREQ-1 (WS-SUB)
                                   TO WS-STEP-PREREQ-1 (WS-STEP-COUNT)
           MOVE WS-DFLT-PREREQ-2 (WS-SUB)
                                   TO WS-STEP-PREREQ-2 (WS-STEP-COUNT)
           MOVE WS-DFLT-STEP-PARM (WS-SUB)
                                   TO WS-STEP-PARM (WS-STEP-COUNT)
           SET WS-STEP-PENDING (WS-STEP-COUNT) TO TRUE
           .

       1100-LOAD-ONE-STEP.
           IF CSTP-STEP-NAME = SPACES OR CSTP-STEP-NAME (1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COUNT >= 40
               DISPLAY 'CYCLEDRIVER: STEP TABLE FULL AT '
                   CSTP-STEP-NAME
               MOVE 'N' TO WS-TABLE-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF CSTP-MAX-RETURN-CODE NOT NUMERIC
               DISPLAY 'CYCLEDRIVER: STEP ' CSTP-STEP-NAME
                   ' MAXIMUM RETURN CODE NOT NUMERIC'
               MOVE 'N' TO WS-TABLE-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE CSTP-STEP-NAME     TO WS-STEP-NAME (WS-STEP-COUNT)
           MOVE CSTP-PROGRAM-NAME  TO WS-STEP-PROGRAM (WS-STEP-COUNT)
           MOVE CSTP-MAX-RETURN-CODE
                                   TO WS-STEP-MAX-RC (WS-STEP-COUNT)
           MOVE CSTP-STEP-TYPE     TO WS-STEP-TYPE (WS-STEP-COUNT)
           MOVE CSTP-SELF-REGISTERS
                                   TO WS-STEP-SELF-REG (WS-STEP-COUNT)
           MOVE CSTP-PREREQ-1      TO WS-STEP-PREREQ-1 (WS-STEP-COUNT)
           MOVE CSTP-PREREQ-2      TO WS-STEP-PREREQ-2 (WS-STEP-COUNT)
           MOVE CSTP-STEP-PARM     TO WS-STEP-PARM (WS-STEP-COUNT)
           SET WS-STEP-PENDING (WS-STEP-COUNT) TO TRUE
           .

      * Every prerequisite on an earlier row, every step type known -
      * checked before the first CALL so a bad edit stops nothing
      * halfway.
       1200-VALIDATE-STEP-TABLE.
           IF WS-STEP-COUNT = ZERO
               DISPLAY 'CYCLEDRIVER: NO STEPS ON ' WS-STEP-TABLE-DSN
               MOVE 'N' TO WS-TABLE-VALID-SWITCH
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               IF WS-STEP-TYPE (WS-SUB) NOT = 'S' AND NOT = 'R'
                       AND NOT = 'C'
                   DISPLAY 'CYCLEDRIVER: STEP ' WS-STEP-NAME (WS-SUB)
                       ' HAS UNKNOWN STEP TYPE ' WS-STEP-TYPE (WS-SUB)
                   MOVE 'N' TO WS-TABLE-VALID-SWITCH
               END-IF
               MOVE WS-STEP-PREREQ-1 (WS-SUB) TO WS-PREREQ-NAME
               PERFORM 1300-CHECK-PREREQ-EARLIER
               MOVE WS-STEP-PREREQ-2 (WS-SUB) TO WS-PREREQ-NAME
               PERFORM 1300-CHECK-PREREQ-EARLIER
           END-PERFORM
           .

       1300-CHECK-PREREQ-EARLIER.
           IF WS-PREREQ-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STEP-FOUND-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 >= WS-SUB OR WS-STEP-FOUND
               IF WS-STEP-NAME (WS-SUB-2) = WS-PREREQ-NAME
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-STEP-FOUND
               DISPLAY 'CYCLEDRIVER: STEP ' WS-STEP-NAME (WS-SUB)
                   ' DEPENDS ON ' WS-PREREQ-NAME
                   ' WHICH IS NOT ON AN EARLIER ROW'
               MOVE 'N' TO WS-TABLE-VALID-SWITCH
           END-IF
           .

       1400-LOAD-RUN-CONTROL.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               CLOSE RUN-CONTROL-FILE
               DISPLAY 'CYCLEDRIVER: NO RUN-CONTROL LOG ON '
                   WS-RUN-CONTROL-DSN ' - RUNNING FROM THE FIRST STEP'
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                       NOT AT END PERFORM 1410-NOTE-ENDED-STEP
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           .

       1410-NOTE-ENDED-STEP.
           IF RUNC-CYCLE-DATE = WS-TODAY-CYCLE-DATE
                   AND RUNC-STEP-ENDED
               IF WS-ENDED-COUNT < 500
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE RUNC-STEP-NAME
                       TO WS-ENDED-STEP (WS-ENDED-COUNT)
                   MOVE RUNC-RETURN-CODE
                       TO WS-ENDED-RC (WS-ENDED-COUNT)
               END-IF
           END-IF
           .

      * Completed on today's log at or under the given maximum.
       1500-CHECK-LOGGED-COMPLETE.
           MOVE 'N' TO WS-STEP-FOUND-SWITCH
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ENDED-COUNT OR WS-STEP-FOUND
               IF WS-ENDED-STEP (WS-SUB-2) = WS-CHECK-STEP-NAME
                       AND WS-ENDED-RC (WS-SUB-2) <= WS-CHECK-MAX-RC
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       2000-DRIVE-ONE-STEP.
           IF NOT WS-STEP-CALENDAR-ROLL (WS-SUB)
               MOVE WS-STEP-NAME (WS-SUB)   TO WS-CHECK-STEP-NAME
               MOVE WS-STEP-MAX-RC (WS-SUB) TO WS-CHECK-MAX-RC
               PERFORM 1500-CHECK-LOGGED-COMPLETE
               IF WS-STEP-FOUND
                   SET WS-STEP-COMPLETE (WS-SUB) TO TRUE
                   ADD 1 TO WS-STEPS-SKIPPED
                   DISPLAY 'CYCLEDRIVER: ' WS-STEP-NAME (WS-SUB)
                       ' ALREADY COMPLETE FOR ' WS-TODAY-CYCLE-DATE
                       ' - SKIPPED'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 2100-CHECK-PREREQUISITES
           IF WS-CHAIN-STOPPED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CYCLEDRIVER: STARTING ' WS-STEP-NAME (WS-SUB)
               ' (' WS-STEP-PROGRAM (WS-SUB) ')'
           EVALUATE TRUE
               WHEN WS-STEP-RANGE-FAN-OUT (WS-SUB)
                   PERFORM 2500-REGISTER-START
                   PERFORM 4000-RUN-RANGE-DRIVERS
                   PERFORM 2600-REGISTER-END
               WHEN WS-STEP-CALENDAR-ROLL (WS-SUB)
                   PERFORM 3000-CALL-STEP-PROGRAM
                   PERFORM 5000-CHECK-CALENDAR-ROLLED
               WHEN OTHER
                   PERFORM 2500-REGISTER-START
                   PERFORM 3000-CALL-STEP-PROGRAM
                   PERFORM 2600-REGISTER-END
           END-EVALUATE
           ADD 1 TO WS-STEPS-RUN

           IF WS-STEP-RC > WS-STEP-MAX-RC (WS-SUB)
               DISPLAY 'CYCLEDRIVER: ' WS-STEP-NAME (WS-SUB)
                   ' ENDED RC ' WS-STEP-RC ' OVER ITS MAXIMUM '
                   WS-STEP-MAX-RC (WS-SUB) ' - CHAIN STOPPED HERE'
               MOVE WS-STEP-RC TO WS-FINAL-RC
               SET WS-CHAIN-STOPPED TO TRUE
           ELSE
               DISPLAY 'CYCLEDRIVER: ' WS-STEP-NAME (WS-SUB)
                   ' ENDED RC ' WS-STEP-RC
               SET WS-STEP-COMPLETE (WS-SUB) TO TRUE
           END-IF
           .

      * Table order already puts every prerequisite earlier; this
      * catches one the chain reached without completing.
       2100-CHECK-PREREQUISITES.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 >= WS-SUB
               IF (WS-STEP-NAME (WS-SUB-2) = WS-STEP-PREREQ-1 (WS-SUB)
                   OR WS-STEP-NAME (WS-SUB-2)
                       = WS-STEP-PREREQ-2 (WS-SUB))
                   AND NOT WS-STEP-COMPLETE (WS-SUB-2)
                   DISPLAY 'CYCLEDRIVER: ' WS-STEP-NAME (WS-SUB)
                       ' WAITS ON ' WS-STEP-NAME (WS-SUB-2)
                       ' WHICH IS NOT COMPLETE - CHAIN STOPPED'
                   MOVE 16 TO WS-FINAL-RC
                   SET WS-CHAIN-STOPPED TO TRUE
               END-IF
           END-PERFORM
           .

       2500-REGISTER-START.
           IF NOT WS-STEP-REGISTERS-ITSELF (WS-SUB)
               MOVE 'S' TO WS-RUNCTL-EVENT
               MOVE ZERO TO WS-RUNCTL-COUNT WS-RUNCTL-RC
               CALL 'RunControl' USING
                       BY REFERENCE WS-STEP-NAME (WS-SUB)
                       BY REFERENCE WS-RUNCTL-EVENT
                       BY REFERENCE WS-RUNCTL-COUNT
                       BY REFERENCE WS-RUNCTL-RC
           END-IF
           .

       2600-REGISTER-END.
           IF NOT WS-STEP-REGISTERS-ITSELF (WS-SUB)
               MOVE 'E' TO WS-RUNCTL-EVENT
               MOVE ZERO TO WS-RUNCTL-COUNT
               MOVE WS-STEP-RC TO WS-RUNCTL-RC
               CALL 'RunControl' USING
                       BY REFERENCE WS-STEP-NAME (WS-SUB)
                       BY REFERENCE WS-RUNCTL-EVENT
                       BY REFERENCE WS-RUNCTL-COUNT
                       BY REFERENCE WS-RUNCTL-RC
           END-IF
           .

      * Each step is CALLed by the program name on its row and then
      * CANCELled, so a batch program joins the cycle by a table row
      * alone. Only the programs that take parameters have their own
      * CALL here; RangeKeyDriver's is in 4100, under the fan-out.
      * The return code is taken straight off the CALL, before
      * anything else can touch the shared register. A program that
      * cannot be loaded ends the step RC 16.
       3000-CALL-STEP-PROGRAM.
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-STEP-PROGRAM (WS-SUB)
               WHEN 'RangePlanBuilder'
                   IF WS-STEP-PARM (WS-SUB) (1:2) IS NUMERIC
                       MOVE WS-STEP-PARM (WS-SUB) (1:2)
                           TO WS-RANGE-COUNT-PARM
                   ELSE
                       MOVE ZERO TO WS-RANGE-COUNT-PARM
                   END-IF
                   CALL 'RangePlanBuilder' USING
                           BY REFERENCE WS-RANGE-COUNT-PARM
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL 'RangePlanBuilder'
      * Blank input name - the nightly transaction file.
               WHEN 'TranBalancePost'
                   MOVE SPACES TO WS-POST-INPUT-DSN
                   CALL 'TranBalancePost' USING
                           BY REFERENCE WS-POST-INPUT-DSN
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL 'TranBalancePost'
      * HoldReleaseSweep CALLs TranBalancePost itself; both go.
               WHEN 'HoldReleaseSweep'
                   CALL 'HoldReleaseSweep'
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL 'HoldReleaseSweep'
                   CANCEL 'TranBalancePost'
      * Services and on-demand extracts whose parameters a cycle step
      * has no way to supply, and this driver itself.
               WHEN 'RangeKeyDriver'
               WHEN 'AccountStatement'
               WHEN 'AuditInquiryExtract'
               WHEN 'BatchRegistry'
               WHEN 'BatchTraceReport'
               WHEN 'CycleDateService'
               WHEN 'CycleDriver'
               WHEN 'MasterRebuild'
               WHEN 'OperatorAuthorize'
               WHEN 'RunControl'
               WHEN 'SetCustomerFlag'
               WHEN 'SumThreeWithClutterInLinkage'
               WHEN 'SwapParameters'
               WHEN 'TestDataExtract'
               WHEN 'YearEndAccrualExtract'
                   DISPLAY 'CYCLEDRIVER: STEP ' WS-STEP-NAME (WS-SUB)
                       ' NAMES PROGRAM ' WS-STEP-PROGRAM (WS-SUB)
                       ' WHICH CANNOT RUN AS A CYCLE STEP'
                   MOVE 16 TO WS-STEP-RC
               WHEN OTHER
                   CALL WS-STEP-PROGRAM (WS-SUB)
                       ON EXCEPTION
                           DISPLAY 'CYCLEDRIVER: STEP '
                               WS-STEP-NAME (WS-SUB)
                               ' PROGRAM ' WS-STEP-PROGRAM (WS-SUB)
                               ' COULD NOT BE LOADED'
                           MOVE 16 TO WS-STEP-RC
                       NOT ON EXCEPTION
                           MOVE RETURN-CODE TO WS-STEP-RC
                   END-CALL
                   CANCEL WS-STEP-PROGRAM (WS-SUB)
           END-EVALUATE
           .

      * One RangeKeyDriver CALL per planned range, serially. A range
      * whose own entry is already complete on today's log is not
      * driven again; the first range over the maximum stops the
      * step with the rest still to run.
       4000-RUN-RANGE-DRIVERS.
           MOVE ZERO TO WS-STEP-RC WS-RANGES-RUN WS-RANGES-SKIPPED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RANGE-PLAN-FILE
           IF WS-RANGE-PLAN-STATUS NOT = '00'
               CLOSE RANGE-PLAN-FILE
               DISPLAY 'CYCLEDRIVER: NO RANGE PLAN ON '
                   WS-RANGE-PLAN-DSN ' - RANGE DRIVERS NOT RUN'
               MOVE 12 TO WS-STEP-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-STEP-RC > WS-STEP-MAX-RC (WS-SUB)
               READ RANGE-PLAN-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 4100-DRIVE-ONE-RANGE
               END-READ
           END-PERFORM
           CLOSE RANGE-PLAN-FILE

           IF WS-RANGES-RUN + WS-RANGES-SKIPPED = ZERO
               DISPLAY 'CYCLEDRIVER: RANGE PLAN ' WS-RANGE-PLAN-DSN
                   ' IS EMPTY - RANGE DRIVERS NOT RUN'
               MOVE 12 TO WS-STEP-RC
           ELSE
               DISPLAY 'CYCLEDRIVER: ' WS-RANGES-RUN
                   ' RANGE(S) DRIVEN, ' WS-RANGES-SKIPPED
                   ' ALREADY COMPLETE'
           END-IF
           .

       4100-DRIVE-ONE-RANGE.
           MOVE PLAN-RANGE-ID   TO WS-RANGE-ID
           MOVE PLAN-LOW-KEY    TO WS-RANGE-LOW-KEY
           MOVE PLAN-HIGH-KEY   TO WS-RANGE-HIGH-KEY
           MOVE WS-RANGE-ID             TO WS-CHECK-STEP-NAME
           MOVE WS-STEP-MAX-RC (WS-SUB) TO WS-CHECK-MAX-RC
           PERFORM 1500-CHECK-LOGGED-COMPLETE
           IF WS-STEP-FOUND
               ADD 1 TO WS-RANGES-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RETURN-CODE
           CALL 'RangeKeyDriver' USING
                   BY REFERENCE WS-RANGE-ID
                   BY REFERENCE WS-RANGE-LOW-KEY
                   BY REFERENCE WS-RANGE-HIGH-KEY
           MOVE RETURN-CODE TO WS-STEP-RC
           CANCEL 'RangeKeyDriver'
           ADD 1 TO WS-RANGES-RUN
           IF WS-STEP-RC > WS-STEP-MAX-RC (WS-SUB)
               DISPLAY 'CYCLEDRIVER: RANGE ' WS-RANGE-ID
                   ' ENDED RC ' WS-STEP-RC
           END-IF
           .

      * DailyControlReport always ends RC 0; whether the cycle closed
      * is whether the calendar moved. A missing step leaves the date
      * where it was and the closing step to be run again.
       5000-CHECK-CALENDAR-ROLLED.
           MOVE 'G' TO WS-CAL-REQUEST-CODE
           CALL 'CycleDateService' USING
                   BY REFERENCE WS-CAL-REQUEST-CODE
                   BY REFERENCE WS-AFTER-CYCLE-DATE
                   BY REFERENCE WS-CAL-EOM-FLAG
           IF WS-AFTER-CYCLE-DATE = WS-TODAY-CYCLE-DATE
               DISPLAY 'CYCLEDRIVER: ' WS-STEP-NAME (WS-SUB)
                   ' DID NOT ROLL THE CALENDAR - CYCLE '
                   WS-TODAY-CYCLE-DATE ' IS NOT CLOSED'
               IF WS-STEP-RC < 8
                   MOVE 8 TO WS-STEP-RC
               END-IF
           ELSE
               DISPLAY 'CYCLEDRIVER: CALENDAR ROLLED TO '
                   WS-AFTER-CYCLE-DATE
           END-IF
           .
       END PROGRAM CycleDriver.
