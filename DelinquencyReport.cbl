               ASSIGN TO 'delinquency_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DELINQUENCY-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-DAY-NUM-RUN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           SORT DELINQUENCY-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-DELINQUENCY-REPORT.
           DISPLAY 'Delinquency report complete. ' WS-REPORT-COUNT
               ' loan(s) past due.'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

       BUILD-DELINQUENCY-SORT-FILE.
           MOVE 'N' TO EOF-LOAN.
               END-IF
           END-IF
           .

      *    THE RUN DATE IS THE BUSINESS DATE ON THE CONTROL RECORD,
      *    NOT THE CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A RERUN
      *    OF AN EARLIER DAY STILL PROCESSES THAT DAY.  UNTIL THE
      *    FIRST BUSINESS DATE IS SET THE SYSTEM DATE IS USED.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE 0 TO WS-RUN-DATE
               NOT AT END
                   MOVE BDATE-CURRENT TO WS-RUN-DATE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               DISPLAY 'Warning: business date not set - using '
                   'system date ' WS-RUN-DATE '.'
           END-IF
           .

      *    THE STEP'S TOTALS ARE LEFT FOR THE END-OF-DAY DRIVER TO
      *    CARRY INTO ITS RUN LOG.
       WRITE-STEP-RESULT.
           OPEN OUTPUT STEP-RESULT-FILE.
           MOVE 'DelinquencyReport' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-REPORT-COUNT TO ESR-ITEM-COUNT
           MOVE 0 TO ESR-EXCEPTION-COUNT
           MOVE 0 TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
