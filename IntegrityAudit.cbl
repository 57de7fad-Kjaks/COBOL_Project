               ASSIGN TO 'integrity_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  INTEGRITY-REPORT.
       01  REPORT-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DATABASE INTEGRITY AUDIT - RUN DATE: ' WS-RUN-DATE
               WS-ORPHAN-LOAN-COUNT ' orphaned loan(s), '
               WS-ORPHAN-PAY-COUNT ' orphaned payment(s), '
               WS-MISMATCH-COUNT ' balance mismatch(es).'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

       AUDIT-LOANS.
           MOVE 'N' TO EOF-LOAN.
               NOT AT END
                   IF PAYMENT-LOAN-ID = WS-CHECK-LOAN-ID
                       AND NOT PAYMENT-REVERSED
                       AND NOT PAYMENT-IS-RECOVERY
                       ADD PAYMENT-AMOUNT TO WS-PAID-TOTAL
                   END-IF
               END-READ
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
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
           MOVE 'IntegrityAudit' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           COMPUTE ESR-ITEM-COUNT = WS-LOAN-COUNT + WS-PAYMENT-COUNT
           COMPUTE ESR-EXCEPTION-COUNT = WS-ORPHAN-LOAN-COUNT
               + WS-ORPHAN-PAY-COUNT + WS-MISMATCH-COUNT
           MOVE 0 TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
