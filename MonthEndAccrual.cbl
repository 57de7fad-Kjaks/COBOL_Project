               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  AUDIT-REC.
           COPY AUDITREC.

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN                PIC X VALUE 'N'.
       01  WS-RUN-DATE-GROUP.
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-GROUP
                                   PIC 9(8).
       01  WS-RUN-PERIOD           PIC 9(6) VALUE 0.
       01  WS-EOD-STATUS           PIC X VALUE SPACE.
       01  WS-LAST-PERIOD          PIC 9(6) VALUE 0.
       01  WS-ACCRUED-COUNT        PIC 9(9) VALUE 0.
       01  WS-ACCRUED-TOTAL        PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
      *    THE ACCRUALS ARE DATED WITH THE BUSINESS DATE AND ONLY THE
      *    GL EXTRACT IN THAT DATE'S END-OF-DAY PICKS THEM UP, SO THE
      *    RUN IS REFUSED ONCE END-OF-DAY HAS STARTED FOR THE DATE -
      *    INTEREST CAPITALISED THEN WOULD NEVER REACH THE LEDGER.
           IF WS-EOD-STATUS = 'R'
               DISPLAY 'End-of-day is running for business date '
                   WS-RUN-DATE ' - run refused.'
               STOP RUN
           END-IF.
           IF WS-EOD-STATUS = 'C'
               DISPLAY 'End-of-day already complete for business date '
                   WS-RUN-DATE ' - run refused.'
               STOP RUN
           END-IF.
           COMPUTE WS-RUN-PERIOD =
               (WS-RUN-YEAR * 100) + WS-RUN-MONTH.
           PERFORM READ-PERIOD-CHECKPOINT.
           WRITE AUDIT-REC.
           CLOSE AUDIT-LOG.
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
                   MOVE BDATE-EOD-STATUS TO WS-EOD-STATUS
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               DISPLAY 'Warning: business date not set - using '
                   'system date ' WS-RUN-DATE '.'
           END-IF
           .
