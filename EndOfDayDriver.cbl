       IDENTIFICATION DIVISION.
       PROGRAM-ID. EndOfDayDriver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL EOD-RUN-LOG
               ASSIGN TO 'eod_run_log.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  EOD-RUN-LOG.
       01  EOD-LOG-REC.
           COPY EODLGREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOG                PIC X VALUE 'N'.
       01  BDATE-FOUND            PIC X VALUE 'N'.
       01  RESULT-FOUND           PIC X VALUE 'N'.
       01  WS-STEP-FAILED         PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.

      *    THE SUITE IN THE ORDER IT MUST RUN.  A STEP MAY ONLY RUN
      *    WHEN EVERY STEP BEFORE IT HAS COMPLETED FOR THE BUSINESS
      *    DATE, AND NEVER TWICE FOR THE SAME DATE.
       01  WS-STEP-NAMES.
           05  FILLER             PIC X(20) VALUE 'LockboxImport'.
           05  FILLER             PIC X(20) VALUE 'LateFeeAssessment'.
           05  FILLER             PIC X(20) VALUE 'GLDailyExtract'.
           05  FILLER             PIC X(20) VALUE 'DelinquencyReport'.
           05  FILLER             PIC X(20) VALUE 'PromiseReview'.
           05  FILLER             PIC X(20) VALUE 'PastDueNotices'.
           05  FILLER             PIC X(20) VALUE 'CollectionsWorklist'.
           05  FILLER             PIC X(20) VALUE 'TellerSettlement'.
           05  FILLER             PIC X(20) VALUE 'IntegrityAudit'.
           05  FILLER             PIC X(20) VALUE 'DeclineRegister'.
           05  FILLER             PIC X(20) VALUE 'PortfolioRecon'.
           05  FILLER             PIC X(20) VALUE 'MasterBackup'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-PROGRAM    PIC X(20) OCCURS 12 TIMES.
       01  WS-STEP-STATES.
           05  WS-STEP-STATE      PIC X OCCURS 12 TIMES.
       01  WS-STEP-COUNT          PIC 9(2) VALUE 12.
       01  WS-STEP                PIC 9(2) VALUE 0.
       01  WS-NEXT-STEP           PIC 9(2) VALUE 0.
       01  WS-FIRST-STEP          PIC 9(2) VALUE 0.
       01  WS-LAST-STEP           PIC 9(2) VALUE 0.
       01  WS-REQUESTED-STEP      PIC 9(2) VALUE 0.
       01  WS-CALL-RC             PIC S9(4) VALUE 0.
       01  WS-REFUSE-REASON       PIC X(60) VALUE SPACES.

       01  WS-BDATE-RECORD.
           05  WS-BDATE-CURRENT   PIC 9(8).
           05  FILLER             PIC X(8).
           05  WS-BDATE-EOD-STATUS PIC X.
           05  FILLER             PIC X(24).

       01  WS-ED-AMOUNT           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY 'End-of-Day Batch Driver'
           PERFORM READ-BUSINESS-DATE.
           IF BDATE-FOUND = 'N'
               DISPLAY 'Error: No business date is set - a supervisor '
                   'must set one before end-of-day can run.'
               STOP RUN
           END-IF.
           IF WS-BDATE-EOD-STATUS = 'R'
               DISPLAY 'Warning: the previous end-of-day run for this '
                   'date did not finish.'
           END-IF.
           DISPLAY 'Business date: ' WS-RUN-DATE

           PERFORM LOAD-RUN-LOG.
           PERFORM FIND-NEXT-STEP.
           PERFORM SHOW-STEP-STATES.
           IF WS-NEXT-STEP > WS-STEP-COUNT
               MOVE 'END-OF-DAY ALREADY COMPLETE FOR THIS DATE'
                   TO WS-REFUSE-REASON
               MOVE 0 TO WS-STEP
               PERFORM REFUSE-STEP
               STOP RUN
           END-IF.
           IF WS-STEP-STATE (WS-NEXT-STEP) = 'S'
               OR WS-STEP-STATE (WS-NEXT-STEP) = 'F'
               DISPLAY 'Restart point: step ' WS-NEXT-STEP ' '
                   WS-STEP-PROGRAM (WS-NEXT-STEP)
                   ' did not complete on its last attempt.'
           END-IF.

           DISPLAY 'Enter step to run (0 = all remaining steps from '
               'step ' WS-NEXT-STEP '):'
           ACCEPT WS-REQUESTED-STEP.
           PERFORM SELECT-STEPS-TO-RUN.
           IF WS-FIRST-STEP > 0
               PERFORM RUN-SELECTED-STEPS
           END-IF.
           STOP RUN.

       READ-BUSINESS-DATE.
           MOVE 'N' TO BDATE-FOUND.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE INTO WS-BDATE-RECORD
               AT END
                   MOVE 'N' TO BDATE-FOUND
               NOT AT END
                   MOVE 'Y' TO BDATE-FOUND
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDATE-FOUND = 'Y'
               IF WS-BDATE-CURRENT = 0
                   MOVE 'N' TO BDATE-FOUND
               ELSE
                   MOVE WS-BDATE-CURRENT TO WS-RUN-DATE
               END-IF
           END-IF
           .

      *    THE LATEST LOG ENTRY FOR A STEP ON THIS BUSINESS DATE IS
      *    ITS STATE.  REFUSALS ARE LOGGED BUT NEVER CHANGE A STATE.
       LOAD-RUN-LOG.
           MOVE SPACES TO WS-STEP-STATES.
           MOVE 'N' TO EOF-LOG.
           OPEN INPUT EOD-RUN-LOG.
           PERFORM UNTIL EOF-LOG = 'Y'
               READ EOD-RUN-LOG
                   AT END MOVE 'Y' TO EOF-LOG
               NOT AT END
                   IF EOD-BUSINESS-DATE = WS-RUN-DATE
                       AND EOD-STEP-NUMBER > 0
                       AND EOD-STEP-NUMBER NOT > WS-STEP-COUNT
                       AND NOT EOD-STEP-REFUSED
                       MOVE EOD-STATUS
                           TO WS-STEP-STATE (EOD-STEP-NUMBER)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE EOD-RUN-LOG.
           .

       FIND-NEXT-STEP.
           MOVE 1 TO WS-NEXT-STEP.
           PERFORM UNTIL WS-NEXT-STEP > WS-STEP-COUNT
               OR WS-STEP-STATE (WS-NEXT-STEP) NOT = 'C'
               ADD 1 TO WS-NEXT-STEP
           END-PERFORM.
           .

       SHOW-STEP-STATES.
           MOVE 1 TO WS-STEP.
           PERFORM UNTIL WS-STEP > WS-STEP-COUNT
               EVALUATE WS-STEP-STATE (WS-STEP)
                   WHEN 'C'
                       DISPLAY '  ' WS-STEP '. '
                           WS-STEP-PROGRAM (WS-STEP) ' COMPLETED'
                   WHEN 'S'
                       DISPLAY '  ' WS-STEP '. '
                           WS-STEP-PROGRAM (WS-STEP) ' ABENDED'
                   WHEN 'F'
                       DISPLAY '  ' WS-STEP '. '
                           WS-STEP-PROGRAM (WS-STEP) ' FAILED'
                   WHEN OTHER
                       DISPLAY '  ' WS-STEP '. '
                           WS-STEP-PROGRAM (WS-STEP) ' NOT RUN'
               END-EVALUATE
               ADD 1 TO WS-STEP
           END-PERFORM.
           .

      *    ZERO RUNS EVERYTHING FROM THE RESTART POINT ON.  A SINGLE
      *    STEP MAY BE RUN ON ITS OWN ONLY IF IT IS THE RESTART POINT;
      *    ANYTHING EARLIER HAS ALREADY RUN AND ANYTHING LATER WOULD
      *    JUMP THE QUEUE.
       SELECT-STEPS-TO-RUN.
           MOVE 0 TO WS-FIRST-STEP.
           MOVE 0 TO WS-LAST-STEP.
           MOVE WS-REQUESTED-STEP TO WS-STEP.
           EVALUATE TRUE
               WHEN WS-REQUESTED-STEP = 0
                   MOVE WS-NEXT-STEP TO WS-FIRST-STEP
                   MOVE WS-STEP-COUNT TO WS-LAST-STEP
               WHEN WS-REQUESTED-STEP > WS-STEP-COUNT
                   DISPLAY 'Error: Invalid step number.'
               WHEN WS-STEP-STATE (WS-REQUESTED-STEP) = 'C'
                   MOVE 'STEP ALREADY COMPLETED FOR THIS DATE'
                       TO WS-REFUSE-REASON
                   PERFORM REFUSE-STEP
               WHEN WS-REQUESTED-STEP NOT = WS-NEXT-STEP
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING 'OUT OF ORDER - STEP ' WS-NEXT-STEP ' '
                       WS-STEP-PROGRAM (WS-NEXT-STEP)
                       ' MUST RUN FIRST'
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM REFUSE-STEP
               WHEN OTHER
                   MOVE WS-REQUESTED-STEP TO WS-FIRST-STEP
                   MOVE WS-REQUESTED-STEP TO WS-LAST-STEP
           END-EVALUATE
           .

       REFUSE-STEP.
           DISPLAY 'Refused: ' WS-REFUSE-REASON
           MOVE WS-STEP TO EOD-STEP-NUMBER
           IF WS-STEP = 0
               MOVE 'EndOfDayDriver' TO EOD-PROGRAM
           ELSE
               MOVE WS-STEP-PROGRAM (WS-STEP) TO EOD-PROGRAM
           END-IF
           MOVE 'X' TO EOD-STATUS
           MOVE 0 TO EOD-RETURN-CODE
           MOVE 0 TO EOD-ITEM-COUNT
           MOVE 0 TO EOD-EXCEPTION-COUNT
           MOVE 0 TO EOD-AMOUNT
           PERFORM WRITE-RUN-LOG
           .

      *    WHILE THE SUITE RUNS THE CONTROL RECORD SAYS SO, WHICH IS
      *    HOW MasterBackup KNOWS TO RUN UNATTENDED AND HOW THE DATE
      *    ROLL KNOWS TO WAIT.  THE DAY IS MARKED COMPLETE ONLY WHEN
      *    THE LAST STEP HAS COMPLETED.
       RUN-SELECTED-STEPS.
           MOVE 'R' TO WS-BDATE-EOD-STATUS.
           PERFORM WRITE-BUSINESS-DATE.
           MOVE 'N' TO WS-STEP-FAILED.
           MOVE WS-FIRST-STEP TO WS-STEP.
           PERFORM UNTIL WS-STEP > WS-LAST-STEP OR WS-STEP-FAILED = 'Y'
               PERFORM RUN-ONE-STEP
               ADD 1 TO WS-STEP
           END-PERFORM.
           IF WS-STEP-STATE (WS-STEP-COUNT) = 'C'
               MOVE 'C' TO WS-BDATE-EOD-STATUS
               DISPLAY 'End-of-day complete for ' WS-RUN-DATE '.'
           ELSE
               MOVE SPACE TO WS-BDATE-EOD-STATUS
           END-IF.
           PERFORM WRITE-BUSINESS-DATE.
           IF WS-STEP-FAILED = 'Y'
               DISPLAY 'End-of-day stopped at step ' WS-STEP-PROGRAM
                   (WS-STEP - 1) ' - correct the problem and rerun '
                   'to restart from that step.'
           END-IF
           .

      *    THE STARTED ENTRY IS WRITTEN BEFORE THE CALL, SO A STEP
      *    THAT ABENDS TAKES THE DRIVER DOWN WITH IT BUT STILL LEAVES
      *    THE LOG POINTING AT THE STEP TO RESTART FROM.
       RUN-ONE-STEP.
           DISPLAY 'Step ' WS-STEP ': ' WS-STEP-PROGRAM (WS-STEP)
           MOVE WS-STEP TO EOD-STEP-NUMBER
           MOVE WS-STEP-PROGRAM (WS-STEP) TO EOD-PROGRAM
           MOVE 'S' TO EOD-STATUS
           MOVE 0 TO EOD-RETURN-CODE
           MOVE 0 TO EOD-ITEM-COUNT
           MOVE 0 TO EOD-EXCEPTION-COUNT
           MOVE 0 TO EOD-AMOUNT
           PERFORM WRITE-RUN-LOG
           MOVE 'S' TO WS-STEP-STATE (WS-STEP)

           OPEN OUTPUT STEP-RESULT-FILE
           CLOSE STEP-RESULT-FILE
           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PROGRAM (WS-STEP)
               ON EXCEPTION
                   DISPLAY 'Error: Program '
                       WS-STEP-PROGRAM (WS-STEP) ' not found.'
                   MOVE 9999 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-CALL-RC
           CANCEL WS-STEP-PROGRAM (WS-STEP)
           PERFORM READ-STEP-RESULT

           MOVE WS-STEP TO EOD-STEP-NUMBER
           MOVE WS-STEP-PROGRAM (WS-STEP) TO EOD-PROGRAM
           MOVE WS-CALL-RC TO EOD-RETURN-CODE
           IF WS-CALL-RC = 0
               MOVE 'C' TO EOD-STATUS
               MOVE 'C' TO WS-STEP-STATE (WS-STEP)
           ELSE
               MOVE 'F' TO EOD-STATUS
               MOVE 'F' TO WS-STEP-STATE (WS-STEP)
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY 'Error: ' WS-STEP-PROGRAM (WS-STEP)
                   ' ended with return code ' WS-CALL-RC
           END-IF
           PERFORM WRITE-RUN-LOG
           MOVE EOD-AMOUNT TO WS-ED-AMOUNT
           DISPLAY '  ' EOD-ITEM-COUNT ' item(s), '
               EOD-EXCEPTION-COUNT ' exception(s), amount '
               WS-ED-AMOUNT
           .

      *    A STEP THAT ENDED WITHOUT LEAVING ITS TOTALS IS LOGGED
      *    WITH ZERO COUNTS.
       READ-STEP-RESULT.
           MOVE 0 TO EOD-ITEM-COUNT
           MOVE 0 TO EOD-EXCEPTION-COUNT
           MOVE 0 TO EOD-AMOUNT
           MOVE 'N' TO RESULT-FOUND
           OPEN INPUT STEP-RESULT-FILE
           READ STEP-RESULT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO RESULT-FOUND
                   MOVE ESR-ITEM-COUNT TO EOD-ITEM-COUNT
                   MOVE ESR-EXCEPTION-COUNT TO EOD-EXCEPTION-COUNT
                   MOVE ESR-AMOUNT TO EOD-AMOUNT
           END-READ
           CLOSE STEP-RESULT-FILE
           IF RESULT-FOUND = 'N'
               DISPLAY 'Warning: ' WS-STEP-PROGRAM (WS-STEP)
                   ' left no step totals.'
           END-IF
           .

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           WRITE BDATE-REC FROM WS-BDATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
           .

       WRITE-RUN-LOG.
           MOVE WS-RUN-DATE TO EOD-BUSINESS-DATE.
           ACCEPT EOD-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT EOD-CLOCK-TIME FROM TIME.
           OPEN EXTEND EOD-RUN-LOG.
           WRITE EOD-LOG-REC.
           CLOSE EOD-RUN-LOG.
           .
