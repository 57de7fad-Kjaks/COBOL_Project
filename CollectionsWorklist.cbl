       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionsWorklist.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOANS
               ASSIGN TO 'loans.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CLIENTS
               ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLIENT-ID
               ALTERNATE RECORD KEY IS CLIENT-NAME WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL INSTALLMENTS
               ASSIGN TO 'installments.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS INST-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CONTACTS
               ASSIGN TO 'contacts.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNTC-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT WORKLIST-SORT-FILE
               ASSIGN TO 'worklist.tmp'.

           SELECT WORKLIST-REPORT
               ASSIGN TO 'collections_worklist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LOANS.
       01  LOAN-REC.
           COPY LOANREC.

       FD  CLIENTS.
       01  CLIENT-REC.
           COPY CLIENTREC.

       FD  INSTALLMENTS.
       01  INST-REC.
           COPY INSTREC.

       FD  CONTACTS.
       01  CNTC-REC.
           COPY CNTCREC.

      *    SORT-PROMISE-HELD N SORTS AHEAD OF Y, SO ACCOUNTS WITH NO
      *    PROMISE OUTSTANDING ARE WORKED FIRST, MOST DAYS LATE AND
      *    THEN LARGEST BALANCE AT THE TOP.
       SD  WORKLIST-SORT-FILE.
       01  SORT-REC.
           05  SORT-PROMISE-HELD  PIC X(01).
           05  SORT-DAYS-OVERDUE  PIC 9(5).
           05  SORT-LOAN-BALANCE  PIC 9(7)V99.
           05  SORT-LOAN-ID       PIC 9(5).
           05  SORT-CLIENT-ID     PIC 9(5).
           05  SORT-INSTS-LATE    PIC 9(3).
           05  SORT-LAST-DATE     PIC 9(8).
           05  SORT-LAST-COLLECTOR PIC X(08).
           05  SORT-LAST-OUTCOME  PIC X(01).
           05  SORT-PROMISE-AMOUNT PIC 9(7)V99.
           05  SORT-PROMISE-DATE  PIC 9(8).

       FD  WORKLIST-REPORT.
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
       01  EOF-INST               PIC X VALUE 'N'.
       01  EOF-CNTC               PIC X VALUE 'N'.
       01  WS-PREV-HELD           PIC X VALUE SPACE.
       01  WS-ACCOUNT-COUNT       PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT          PIC 9(5) VALUE 0.
       01  WS-RANK                PIC 9(5) VALUE 0.
       01  WS-WORKLIST-BALANCE    PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE-GROUP.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-GROUP
                                  PIC 9(8).

       01  WS-LOAN-YEAR           PIC 9(4).
       01  WS-LOAN-MONTH          PIC 9(2).
       01  WS-LOAN-DAY            PIC 9(2).
       01  WS-DURATION-MONTHS     PIC 9(3).
       01  WS-TOTAL-MONTHS        PIC 9(5).

       01  WS-PAYOFF-DATE-GROUP.
           05  WS-PAYOFF-YEAR     PIC 9(4).
           05  WS-PAYOFF-MONTH    PIC 9(2).
           05  WS-PAYOFF-DAY      PIC 9(2).
       01  WS-PAYOFF-DATE REDEFINES WS-PAYOFF-DATE-GROUP
                                  PIC 9(8).

       01  WS-DAY-NUM-RUN         PIC 9(7).
       01  WS-DAY-NUM-PAYOFF      PIC 9(7).
       01  WS-DAY-NUM-OLDEST      PIC 9(7).
       01  WS-DAYS-OVERDUE        PIC 9(5).
       01  WS-CAL-DATE-GROUP.
           05  WS-CAL-YEAR        PIC 9(4).
           05  WS-CAL-MONTH       PIC 9(2).
           05  WS-CAL-DAY         PIC 9(2).
       01  WS-CAL-DATE REDEFINES WS-CAL-DATE-GROUP
                                  PIC 9(8).
       01  WS-CAL-VALID           PIC X VALUE 'Y'.
       01  WS-MONTH-END-DAY       PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOTIENT       PIC 9(4) VALUE 0.
       01  WS-LEAP-REMAINDER      PIC 9(4) VALUE 0.

       01  WS-INST-SEEN           PIC X VALUE 'N'.
       01  WS-INSTS-LATE          PIC 9(3) VALUE 0.
       01  WS-OLDEST-DUE-GROUP.
           05  WS-OLDEST-YEAR     PIC 9(4).
           05  WS-OLDEST-MONTH    PIC 9(2).
           05  WS-OLDEST-DAY      PIC 9(2).
       01  WS-OLDEST-DUE-DATE REDEFINES WS-OLDEST-DUE-GROUP
                                  PIC 9(8).

       01  WS-OUTCOME-NAME        PIC X(14) VALUE SPACES.
       01  WS-ED-LOAN-BALANCE     PIC ZZZZZZ9.99.
       01  WS-ED-PROMISE-AMOUNT   PIC ZZZZZZ9.99.
       01  WS-ED-TOTAL-BALANCE    PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-DAY-NUM-RUN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           SORT WORKLIST-SORT-FILE
               ON ASCENDING KEY SORT-PROMISE-HELD
               ON DESCENDING KEY SORT-DAYS-OVERDUE
               ON DESCENDING KEY SORT-LOAN-BALANCE
               ON ASCENDING KEY SORT-LOAN-ID
               INPUT PROCEDURE IS BUILD-WORKLIST-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-WORKLIST.
           DISPLAY 'Collections worklist complete for ' WS-RUN-DATE
               '. ' WS-ACCOUNT-COUNT ' account(s) listed, '
               WS-HELD-COUNT ' under an open promise.'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

      *    THE PAST-DUE POPULATION IS SELECTED THE SAME WAY THE
      *    DELINQUENCY REPORT AND THE PAST-DUE NOTICES SELECT IT:
      *    UNPAID INSTALLMENTS PAST THEIR DUE DATE WHEN A SCHEDULE IS
      *    ON FILE, OTHERWISE THE LOAN MATURITY TEST FOR LOANS BOOKED
      *    BEFORE SCHEDULES WERE KEPT.
       BUILD-WORKLIST-SORT-FILE.
           MOVE 'N' TO EOF-LOAN.
           OPEN INPUT LOANS.
           OPEN INPUT INSTALLMENTS.
           OPEN INPUT CONTACTS.
           PERFORM UNTIL EOF-LOAN = 'Y'
               READ LOANS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-LOAN
               NOT AT END
                   PERFORM EVALUATE-LOAN-DELINQUENCY
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
           CLOSE INSTALLMENTS.
           CLOSE LOANS.
           .

       EVALUATE-LOAN-DELINQUENCY.
           IF LOAN-BALANCE > 0 AND NOT LOAN-INACTIVE
               PERFORM CHECK-LOAN-INSTALLMENTS
               IF WS-INST-SEEN = 'Y'
                   IF WS-INSTS-LATE > 0
                       PERFORM RELEASE-INSTALLMENT-DELINQUENT
                   END-IF
               ELSE
                   PERFORM CHECK-LOAN-MATURITY
               END-IF
           END-IF
           .

       CHECK-LOAN-INSTALLMENTS.
           MOVE 'N' TO WS-INST-SEEN.
           MOVE 'N' TO EOF-INST.
           MOVE 0 TO WS-INSTS-LATE.
           MOVE 0 TO WS-OLDEST-DUE-DATE.
           MOVE LOAN-ID TO INST-LOAN-ID
           MOVE 0 TO INST-MONTH-NUM
           START INSTALLMENTS KEY IS GREATER THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START.
           PERFORM UNTIL EOF-INST = 'Y'
               READ INSTALLMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = LOAN-ID
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       MOVE 'Y' TO WS-INST-SEEN
                       IF INST-UNPAID
                           AND INST-DUE-DATE < WS-RUN-DATE
                           ADD 1 TO WS-INSTS-LATE
                           IF WS-OLDEST-DUE-DATE = 0
                               MOVE INST-DUE-DATE
                                   TO WS-OLDEST-DUE-DATE
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

      *    A DUE DATE WRITTEN BEFORE SHORT MONTHS WERE ROLLED (E.G.
      *    FEBRUARY 31) IS CLAMPED TO A REAL DAY BEFORE THE CALENDAR
      *    FUNCTION SEES IT.
       RELEASE-INSTALLMENT-DELINQUENT.
           MOVE WS-OLDEST-DUE-DATE TO WS-CAL-DATE
           PERFORM CLAMP-CALENDAR-DAY
           IF WS-CAL-VALID = 'N'
               DISPLAY 'Warning: Bad due date ' WS-OLDEST-DUE-DATE
                   ' - Loan ID ' LOAN-ID ' skipped.'
           ELSE
               COMPUTE WS-DAY-NUM-OLDEST =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               COMPUTE WS-DAYS-OVERDUE =
                   WS-DAY-NUM-RUN - WS-DAY-NUM-OLDEST
               MOVE WS-INSTS-LATE TO SORT-INSTS-LATE
               PERFORM RELEASE-WORKLIST-ITEM
           END-IF
           .

       CHECK-LOAN-MATURITY.
           MOVE LOAN-DATE(1:4) TO WS-LOAN-YEAR
           MOVE LOAN-DATE(5:2) TO WS-LOAN-MONTH
           MOVE LOAN-DATE(7:2) TO WS-LOAN-DAY
           MOVE LOAN-DURATION TO WS-DURATION-MONTHS
           COMPUTE WS-TOTAL-MONTHS =
               (WS-LOAN-YEAR * 12) + WS-LOAN-MONTH + WS-DURATION-MONTHS
               - 1
           COMPUTE WS-PAYOFF-YEAR = WS-TOTAL-MONTHS / 12
           COMPUTE WS-PAYOFF-MONTH =
               WS-TOTAL-MONTHS - (WS-PAYOFF-YEAR * 12) + 1
           MOVE WS-LOAN-DAY TO WS-PAYOFF-DAY

           MOVE WS-PAYOFF-DATE TO WS-CAL-DATE
           PERFORM CLAMP-CALENDAR-DAY
           IF WS-CAL-VALID = 'N'
               DISPLAY 'Warning: Bad loan date ' LOAN-DATE
                   ' - Loan ID ' LOAN-ID ' skipped.'
           ELSE
           MOVE WS-CAL-DATE TO WS-PAYOFF-DATE
           COMPUTE WS-DAY-NUM-PAYOFF =
               FUNCTION INTEGER-OF-DATE(WS-PAYOFF-DATE)

           IF WS-DAY-NUM-PAYOFF < WS-DAY-NUM-RUN
               COMPUTE WS-DAYS-OVERDUE =
                   WS-DAY-NUM-RUN - WS-DAY-NUM-PAYOFF
               MOVE 0 TO SORT-INSTS-LATE
               PERFORM RELEASE-WORKLIST-ITEM
           END-IF
           END-IF
           .

       RELEASE-WORKLIST-ITEM.
           MOVE LOAN-ID TO SORT-LOAN-ID
           MOVE LOAN-CLIENT-ID TO SORT-CLIENT-ID
           MOVE LOAN-BALANCE TO SORT-LOAN-BALANCE
           MOVE WS-DAYS-OVERDUE TO SORT-DAYS-OVERDUE
           PERFORM LOOKUP-LOAN-CONTACTS
           RELEASE SORT-REC
           .

      *    THE LAST CONTACT LOGGED ON THE LOAN IS SHOWN SO THE
      *    COLLECTOR KNOWS WHERE THE ACCOUNT STANDS.  A PROMISE STILL
      *    OPEN AND NOT YET DUE MOVES THE ACCOUNT TO THE HELD SECTION.
       LOOKUP-LOAN-CONTACTS.
           MOVE 'N' TO SORT-PROMISE-HELD
           MOVE 0 TO SORT-LAST-DATE
           MOVE SPACES TO SORT-LAST-COLLECTOR
           MOVE SPACE TO SORT-LAST-OUTCOME
           MOVE 0 TO SORT-PROMISE-AMOUNT
           MOVE 0 TO SORT-PROMISE-DATE
           MOVE 'N' TO EOF-CNTC
           MOVE LOAN-ID TO CNTC-LOAN-ID
           MOVE 0 TO CNTC-SEQ
           START CONTACTS KEY IS GREATER THAN CNTC-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-CNTC
           END-START
           PERFORM UNTIL EOF-CNTC = 'Y'
               READ CONTACTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CNTC
               NOT AT END
                   IF CNTC-LOAN-ID NOT = LOAN-ID
                       MOVE 'Y' TO EOF-CNTC
                   ELSE
                       MOVE CNTC-DATE TO SORT-LAST-DATE
                       MOVE CNTC-COLLECTOR TO SORT-LAST-COLLECTOR
                       MOVE CNTC-OUTCOME TO SORT-LAST-OUTCOME
                       IF CNTC-PROMISE-OPEN
                           AND CNTC-PROMISE-DATE NOT < WS-RUN-DATE
                           MOVE 'Y' TO SORT-PROMISE-HELD
                           MOVE CNTC-PROMISE-AMOUNT
                               TO SORT-PROMISE-AMOUNT
                           MOVE CNTC-PROMISE-DATE TO SORT-PROMISE-DATE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       PRINT-WORKLIST.
           OPEN OUTPUT WORKLIST-REPORT.
           OPEN INPUT CLIENTS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COLLECTIONS WORKLIST - RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO WS-PREV-HELD.
           MOVE 0 TO WS-RANK.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT = 'Y'
               RETURN WORKLIST-SORT-FILE INTO SORT-REC
                   AT END
                       MOVE 'Y' TO EOF-SORT
               NOT AT END
                   IF SORT-PROMISE-HELD NOT = WS-PREV-HELD
                       PERFORM WRITE-SECTION-HEADER
                   END-IF
                   PERFORM WRITE-WORKLIST-ITEM
               END-RETURN
           END-PERFORM.
           PERFORM WRITE-WORKLIST-TOTALS.
           CLOSE CLIENTS.
           CLOSE WORKLIST-REPORT.
           .

       WRITE-SECTION-HEADER.
           MOVE SORT-PROMISE-HELD TO WS-PREV-HELD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SORT-PROMISE-HELD = 'Y'
               MOVE 'PROMISE TO PAY OUTSTANDING - FOLLOW UP AFTER THE '
                   & 'PROMISED DATE' TO REPORT-LINE
           ELSE
               MOVE 'ACCOUNTS TO WORK - MOST DAYS LATE, THEN LARGEST '
                   & 'BALANCE, FIRST' TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ' RANK  LOAN   CLIENT  DAYS LATE  INSTS     BALANCE'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           .

       WRITE-WORKLIST-ITEM.
           ADD 1 TO WS-RANK.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD SORT-LOAN-BALANCE TO WS-WORKLIST-BALANCE.
           IF SORT-PROMISE-HELD = 'Y'
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           MOVE SORT-LOAN-BALANCE TO WS-ED-LOAN-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RANK '  ' SORT-LOAN-ID '  ' SORT-CLIENT-ID
               '  ' SORT-DAYS-OVERDUE '      ' SORT-INSTS-LATE
               '    ' WS-ED-LOAN-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SORT-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   MOVE '(CLIENT NOT ON FILE)' TO CLIENT-NAME
                   MOVE SPACES TO CLIENT-PHONE
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING '       ' CLIENT-NAME '  PHONE: ' CLIENT-PHONE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF SORT-LAST-DATE = 0
               MOVE '       LAST CONTACT: NONE ON FILE' TO REPORT-LINE
           ELSE
               PERFORM SET-OUTCOME-NAME
               STRING '       LAST CONTACT: ' SORT-LAST-DATE
                   ' BY ' SORT-LAST-COLLECTOR ' - ' WS-OUTCOME-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF SORT-PROMISE-HELD = 'Y'
               MOVE SORT-PROMISE-AMOUNT TO WS-ED-PROMISE-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING '       PROMISED: ' WS-ED-PROMISE-AMOUNT
                   ' BY ' SORT-PROMISE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           .

       SET-OUTCOME-NAME.
           EVALUATE SORT-LAST-OUTCOME
               WHEN 'N'
                   MOVE 'NO ANSWER' TO WS-OUTCOME-NAME
               WHEN 'M'
                   MOVE 'LEFT MESSAGE' TO WS-OUTCOME-NAME
               WHEN 'W'
                   MOVE 'WRONG NUMBER' TO WS-OUTCOME-NAME
               WHEN 'P'
                   MOVE 'PROMISE TO PAY' TO WS-OUTCOME-NAME
               WHEN 'R'
                   MOVE 'REFUSED' TO WS-OUTCOME-NAME
               WHEN 'D'
                   MOVE 'DISPUTE' TO WS-OUTCOME-NAME
               WHEN OTHER
                   MOVE 'CONTACTED' TO WS-OUTCOME-NAME
           END-EVALUATE
           .

       WRITE-WORKLIST-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS ON WORKLIST:  ' WS-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNDER OPEN PROMISE:    ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WORKLIST-BALANCE TO WS-ED-TOTAL-BALANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BALANCE ON WORKLIST:   ' WS-ED-TOTAL-BALANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           .

       CLAMP-CALENDAR-DAY.
           MOVE 'Y' TO WS-CAL-VALID.
           IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
               OR WS-CAL-YEAR = 0
               MOVE 'N' TO WS-CAL-VALID
           ELSE
               PERFORM SET-MONTH-END-DAY
               IF WS-CAL-DAY > WS-MONTH-END-DAY
                   MOVE WS-MONTH-END-DAY TO WS-CAL-DAY
               END-IF
               IF WS-CAL-DAY = 0
                   MOVE 1 TO WS-CAL-DAY
               END-IF
           END-IF
           .

       SET-MONTH-END-DAY.
           EVALUATE WS-CAL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 2
                   PERFORM SET-FEBRUARY-END-DAY
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE
           .

       SET-FEBRUARY-END-DAY.
           MOVE 28 TO WS-MONTH-END-DAY.
           DIVIDE WS-CAL-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-MONTH-END-DAY
               DIVIDE WS-CAL-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-CAL-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
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
           MOVE 'CollectionsWorklist' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-ACCOUNT-COUNT TO ESR-ITEM-COUNT
           MOVE WS-HELD-COUNT TO ESR-EXCEPTION-COUNT
           MOVE WS-WORKLIST-BALANCE TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
