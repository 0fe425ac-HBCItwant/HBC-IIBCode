      ****************************************************************
      *  SA0644 - NIGHTLY SUITE RUN-CONTROL DRIVER
      *
      *  THE ORDER OF THE NIGHT - SA0619 UNPACK, SA0629 DUPLICATE
      *  SCREEN, SA0658 FAN-OUT OF THE CLEAN FILE INTO ITS SAMX
      *  EXTRACTS, SA0646 MASKED COPY, SA0620 KEYED BUILD (FROM THE
      *  MASKED COPY), THEN THE READERS OF THE EXTRACTS, THE CLEAN
      *  FILE AND THE MASKED FILE - EXISTED ONLY IN THE OPERATORS'
      *  HEADS, AND A 3 AM FAILURE MEANT GUESSING WHICH STEPS HAD
      *  ALREADY RUN.  THIS DRIVER READS A RUN PLAN (RUNPLAN): A 'D'
      *  LINE NAMING THE BUSINESS DATE, THEN ONE 'S' LINE PER STEP
      *  GIVING ITS SEQUENCE, PROGRAM NAME, REQUIRED INPUT FILE,
      *  EXPECTED OUTPUT FILE AND THE SEQUENCE OF THE STEP IT RUNS
      *  AFTER (BLANK MEANS THE STEP BEFORE IT IN THE PLAN).
      *  EVERY STEP EVENT (STARTED / COMPLETE / FAILED) IS APPENDED
      *  TO THE PERSISTENT RUN-CONTROL FILE (RUNCTL) WITH THE FILE
      *  STATUS OBSERVED, SO THE STATE OF THE NIGHT SURVIVES ANY
      *  FAILURE.  FOR EACH STEP IN SEQUENCE THE DRIVER:
      *    - SKIPS IT IF RUN-CONTROL ALREADY SHOWS IT COMPLETE FOR
      *      THIS BUSINESS DATE
      *    - HOLDS IT, UNRUN AND UNLOGGED, IF THE STEP IT RUNS AFTER
      *      IS NOT COMPLETE
      *    - CERTIFIES IT COMPLETE IF A PRIOR SUBMISSION LEFT IT
      *      'STARTED' BUT ITS EXPECTED OUTPUT EXISTS AND IS
      *      NON-EMPTY - A NARROW RECOVERY PATH FOR A RUN THE SYSTEM
      *      NON-EMPTY, LOGS 'STARTED', CALLS THE PROGRAM, VERIFIES
      *      THE OUTPUT AND LOGS 'COMPLETE'
      *  A MISSING OR EMPTY REQUIRED INPUT, A CALL FAILURE, A
      *  NON-ZERO RETURN CODE OR A MISSING OUTPUT FAILS THE STEP AND
      *  IS LOGGED.  A FAILED STEP HOLDS EVERY STEP THAT RUNS AFTER
      *  IT, DIRECTLY OR DOWN THE LINE, BUT NOT THE STEPS THAT DO NOT
      *  DEPEND ON IT; EITHER WAY THE NIGHT ENDS WITH RETURN CODE 8,
      *  AND A RESUBMISSION PICKS UP THE FAILED AND HELD STEPS.  THE
      *  RUNDRPT REPORT ECHOES EVERY STEP'S DISPOSITION FOR THE
      *  OPERATORS.
      *
      *  THE READERS OF THE SAMX EXTRACTS EACH NAME THEIR EXTRACT AS
      *  REQUIRED INPUT AND RUN AFTER SA0658, NOT AFTER ONE ANOTHER,
      *  SO ONE READER'S FAILURE NO LONGER STOPS THE REST.  THE
      *  DRIVER CALLS ITS STEPS ONE AT A TIME; TO RUN THE READERS IN
      *  PARALLEL, SPLIT THEM ACROSS SEPARATE RUN PLANS, EACH
      *  SUBMITTED UNDER ITS OWN DRIVER (WITH ITS OWN RUNCTL AND
      *  RUNDRPT) ONCE THE NIGHT'S SA0658 IS COMPLETE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RPL-INPUT-FILE      PIC X(8).
           05  FILLER              PIC X(1).
           05  RPL-OUTPUT-FILE     PIC X(8).
           05  FILLER              PIC X(1).
           05  RPL-AFTER-SEQ       PIC XX.
       01  RUN-PLAN-DATE-LINE REDEFINES RUN-PLAN-LINE.
           05  FILLER              PIC X(2).
           05  RPL-BUS-DATE        PIC 9(8).
           05  FILLER              PIC X(24).
       FD  RUN-CTL-FILE.
       01  RUN-CTL-LINE.
           05  RCT-BUS-DATE        PIC 9(8).
               10  WS-SP-PROGRAM        PIC X(8).
               10  WS-SP-INPUT-FILE     PIC X(8).
               10  WS-SP-OUTPUT-FILE    PIC X(8).
               10  WS-SP-AFTER-SEQ      PIC 99.
               10  WS-SP-STATE          PIC X.
                   88  STEP-NOT-RUN          VALUE " ".
                   88  STEP-STARTED          VALUE "S".
                   88  STEP-COMPLETE         VALUE "C".
                   88  STEP-FAILED           VALUE "F".
                   88  STEP-HELD             VALUE "H".
       01  WS-PREREQ-SW            PIC X.
           88  PREREQ-MET                   VALUE "Y".
           88  PREREQ-PENDING               VALUE "N".
           88  PREREQ-NOT-IN-PLAN           VALUE "X".
       01  WS-PREREQ-SEQ           PIC 99.
       01  WS-PROBE-RESULT         PIC X.
           88  PROBE-GOOD                   VALUE "G".
           88  PROBE-MISSING                VALUE "M".
       01  WS-SKIP-CNT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-RUN-CNT              PIC 9(5) COMP-3 VALUE 0.
       01  WS-CERT-CNT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-HELD-CNT             PIC 9(5) COMP-3 VALUE 0.
       01  WS-HDG-1                PIC X(60) VALUE
           "SA0644 NIGHTLY RUN-CONTROL DRIVER".
       01  WS-HDG-2.
           05  FILLER PIC X(10) VALUE "PROGRAM".
           05  FILLER PIC X(10) VALUE "INPUT".
           05  FILLER PIC X(10) VALUE "OUTPUT".
           05  FILLER PIC X(7)  VALUE "AFTER".
           05  FILLER PIC X(40) VALUE "DISPOSITION".
       01  WS-DETAIL-LINE.
           05  WD-SEQ               PIC 99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-OUTPUT            PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WD-AFTER             PIC XX.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WD-DISPOSITION       PIC X(44).
       01  WS-HOLD-DISPOSITION.
           05  FILLER               PIC X(12) VALUE "HELD - STEP ".
           05  WS-HOLD-SEQ           PIC 99.
           05  WS-HOLD-REASON        PIC X(30).
       01  WS-HALT-LINE.
           05  FILLER  PIC X(44) VALUE
               "** CHAIN HALTED - RESUBMIT AFTER THE FAILING".
           05  WS-SUM-CERT           PIC ZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE "  SKIPPED: ".
           05  WS-SUM-SKIP           PIC ZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  HELD: ".
           05  WS-SUM-HELD           PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               PERFORM 2000-DRIVE-STEP
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > WS-STEP-COUNT
           END-IF
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
                           TO WS-SP-INPUT-FILE (STEP-IDX)
                       MOVE RPL-OUTPUT-FILE
                           TO WS-SP-OUTPUT-FILE (STEP-IDX)
                       IF RPL-AFTER-SEQ IS NUMERIC
                           MOVE RPL-AFTER-SEQ
                               TO WS-SP-AFTER-SEQ (STEP-IDX)
                       ELSE
                           MOVE ZERO TO WS-SP-AFTER-SEQ (STEP-IDX)
                       END-IF
                       MOVE SPACE           TO WS-SP-STATE (STEP-IDX)
                   ELSE
                       DISPLAY "SA0644 - PLAN TABLE FULL, DROPPED "
           MOVE WS-SP-PROGRAM (STEP-IDX)     TO WD-PROGRAM
           MOVE WS-SP-INPUT-FILE (STEP-IDX)  TO WD-INPUT
           MOVE WS-SP-OUTPUT-FILE (STEP-IDX) TO WD-OUTPUT
           IF WS-SP-AFTER-SEQ (STEP-IDX) = ZERO
               MOVE SPACES TO WD-AFTER
           ELSE
               MOVE WS-SP-AFTER-SEQ (STEP-IDX) TO WD-AFTER
           END-IF
           PERFORM 2100-CHECK-PREREQUISITE
           EVALUATE TRUE
               WHEN STEP-COMPLETE (STEP-IDX)
                   ADD 1 TO WS-SKIP-CNT
                   MOVE "ALREADY COMPLETE - SKIPPED" TO WD-DISPOSITION
                   WRITE RUN-RPT-LINE FROM WS-DETAIL-LINE
               WHEN NOT PREREQ-MET
                   PERFORM 2150-HOLD-STEP
               WHEN STEP-STARTED (STEP-IDX)
                   PERFORM 2200-CERTIFY-OR-RERUN
               WHEN OTHER
                   PERFORM 2300-RUN-STEP
           END-EVALUATE.

      *****************************************************************
      *  2100-CHECK-PREREQUISITE FINDS THE STEP THIS ONE RUNS AFTER -
      *  THE ONE NAMED BY ITS AFTER SEQUENCE, OR THE STEP BEFORE IT
      *  WHEN NONE IS NAMED - AND WHETHER IT IS COMPLETE.  STEPS ARE
      *  DRIVEN IN PLAN ORDER, SO THE STEP RUN AFTER MUST APPEAR
      *  EARLIER IN THE PLAN; BY THE TIME A STEP IS REACHED ITS
      *  PREDECESSOR HAS BEEN SKIPPED, RUN, FAILED OR HELD.
      *****************************************************************
       2100-CHECK-PREREQUISITE.
           MOVE "Y" TO WS-PREREQ-SW
           IF WS-SP-AFTER-SEQ (STEP-IDX) = ZERO
               IF STEP-IDX > 1
                   SET STEP-SRCH-IDX TO STEP-IDX
                   SET STEP-SRCH-IDX DOWN BY 1
                   MOVE WS-SP-SEQ (STEP-SRCH-IDX) TO WS-PREREQ-SEQ
                   IF NOT STEP-COMPLETE (STEP-SRCH-IDX)
                       MOVE "N" TO WS-PREREQ-SW
                   END-IF
               END-IF
           ELSE
               MOVE WS-SP-AFTER-SEQ (STEP-IDX) TO WS-PREREQ-SEQ
               MOVE "X" TO WS-PREREQ-SW
               PERFORM VARYING STEP-SRCH-IDX FROM 1 BY 1
                       UNTIL STEP-SRCH-IDX >= STEP-IDX
                   IF WS-SP-SEQ (STEP-SRCH-IDX) = WS-PREREQ-SEQ
                       IF STEP-COMPLETE (STEP-SRCH-IDX)
                           MOVE "Y" TO WS-PREREQ-SW
                       ELSE
                           MOVE "N" TO WS-PREREQ-SW
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  2150-HOLD-STEP LEAVES A STEP WHOSE PREDECESSOR IS NOT
      *  COMPLETE UNRUN.  NOTHING IS LOGGED, SO THE NEXT SUBMISSION
      *  SEES IT AS NOT RUN; A HELD STEP IN TURN HOLDS THE STEPS
      *  THAT RUN AFTER IT.
      *****************************************************************
       2150-HOLD-STEP.
           MOVE "H" TO WS-SP-STATE (STEP-IDX)
           ADD 1 TO WS-HELD-CNT
           MOVE WS-PREREQ-SEQ TO WS-HOLD-SEQ
           IF PREREQ-NOT-IN-PLAN
               MOVE " NOT EARLIER IN THE PLAN" TO WS-HOLD-REASON
           ELSE
               MOVE " NOT COMPLETE" TO WS-HOLD-REASON
           END-IF
           MOVE WS-HOLD-DISPOSITION TO WD-DISPOSITION
           WRITE RUN-RPT-LINE FROM WS-DETAIL-LINE
           MOVE "Y" TO WS-HALT-SW.

      *****************************************************************
      *  2200-CERTIFY-OR-RERUN - A STEP LEFT 'STARTED' BY A PRIOR
      *  SUBMISSION MEANS THAT RUN WAS TAKEN DOWN BEFORE THE DRIVER
           END-IF.

       2300-RUN-STEP.
           MOVE SPACE TO WS-SP-STATE (STEP-IDX)
           IF WS-SP-INPUT-FILE (STEP-IDX) NOT = SPACES
               MOVE WS-SP-INPUT-FILE (STEP-IDX) TO WS-CHECK-NAME
               PERFORM 2600-PROBE-FILE
                   MOVE "Y" TO WS-HALT-SW
               END-IF
           END-IF
           IF NOT STEP-FAILED (STEP-IDX)
               PERFORM 2400-CALL-STEP-PROGRAM
           END-IF.

                   WRITE RUN-RPT-LINE FROM WS-DETAIL-LINE
                   MOVE "Y" TO WS-HALT-SW
           END-CALL
           IF NOT STEP-FAILED (STEP-IDX)
               PERFORM 2500-VERIFY-STEP-RESULT
           END-IF.

           MOVE WS-RUN-CNT  TO WS-SUM-RUN
           MOVE WS-CERT-CNT TO WS-SUM-CERT
           MOVE WS-SKIP-CNT TO WS-SUM-SKIP
           MOVE WS-HELD-CNT TO WS-SUM-HELD
           WRITE RUN-RPT-LINE FROM WS-SUMMARY-LINE
           IF CHAIN-HALTED
               WRITE RUN-RPT-LINE FROM WS-HALT-LINE
