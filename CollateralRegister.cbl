               ASSIGN TO 'collateral_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REGISTER-REPORT.
       01  REPORT-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-COLL               PIC X VALUE 'N'.
       01  LOAN-FOUND             PIC X VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
      *    AN APPRAISAL DATED MORE THAN A YEAR BEFORE THE RUN DATE IS
      *    FLAGGED STALE; SUBTRACTING 10000 MOVES A YYYYMMDD DATE
      *    BACK EXACTLY ONE YEAR.
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
