       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditBureauFile.

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

           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT BUREAU-FILE
               ASSIGN TO 'credit_bureau.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE
               ASSIGN TO 'bureau_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
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

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

       FD  BUREAU-FILE.
       01  CBUR-REC.
           COPY CBURREC.

       FD  REJECT-FILE.
       01  REJECT-LINE            PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-INST               PIC X VALUE 'N'.
       01  CLIENT-FOUND           PIC X VALUE 'N'.
       01  WS-REPORTER-ID         PIC X(10) VALUE 'LOANSVC001'.
       01  WS-REPORTER-NAME       PIC X(16) VALUE 'LOAN SERVICING'.
       01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.

       01  WS-LOAN-COUNT          PIC 9(7) VALUE 0.
       01  WS-SEGMENT-COUNT       PIC 9(7) VALUE 0.
       01  WS-CURRENT-COUNT       PIC 9(7) VALUE 0.
       01  WS-DELINQ-COUNT        PIC 9(7) VALUE 0.
       01  WS-PAID-COUNT          PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT        PIC 9(7) VALUE 0.
       01  WS-CHARGEOFF-COUNT     PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(7) VALUE 0.
       01  WS-TOTAL-BALANCE       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PAST-DUE      PIC 9(11)V99 VALUE 0.

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
       01  WS-NEXT-FOUND          PIC X VALUE 'N'.
       01  WS-OLDEST-DUE-DATE     PIC 9(8) VALUE 0.
       01  WS-PAST-DUE-AMOUNT     PIC 9(9)V99 VALUE 0.
       01  WS-SCHEDULED-PAYMENT   PIC 9(7)V99 VALUE 0.
       01  WS-REPORT-BALANCE      PIC S9(9)V99 VALUE 0.

       01  WS-ED-AMOUNT           PIC ZZZZZZ9.99.
       01  WS-ED-TOTAL            PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-DAY-NUM-RUN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT LOANS.
           OPEN INPUT CLIENTS.
           OPEN INPUT INSTALLMENTS.
           OPEN INPUT CHARGEOFFS.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM WRITE-BUREAU-HEADER.
           PERFORM WRITE-REJECT-HEADINGS.

           MOVE 'N' TO EOF-LOAN
           PERFORM UNTIL EOF-LOAN = 'Y'
               READ LOANS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-LOAN
               NOT AT END
                   ADD 1 TO WS-LOAN-COUNT
                   PERFORM REPORT-ONE-LOAN
               END-READ
           END-PERFORM.

           PERFORM WRITE-BUREAU-TRAILER.
           PERFORM WRITE-REJECT-TOTALS.
           CLOSE REJECT-FILE.
           CLOSE BUREAU-FILE.
           CLOSE CHARGEOFFS.
           CLOSE INSTALLMENTS.
           CLOSE CLIENTS.
           CLOSE LOANS.
           MOVE WS-TOTAL-BALANCE TO WS-ED-TOTAL.
           DISPLAY 'Credit bureau file complete for period '
               WS-RUN-DATE(1:6) '. ' WS-SEGMENT-COUNT
               ' segment(s), balance ' WS-ED-TOTAL '.'
           IF WS-REJECT-COUNT > 0
               DISPLAY 'Warning: ' WS-REJECT-COUNT
                   ' loan(s) held back for missing borrower '
                   'identification - see bureau_rejects.txt.'
           END-IF
           STOP RUN.

       WRITE-BUREAU-HEADER.
           MOVE SPACES TO CBUR-REC
           MOVE 'H' TO CBUR-REC-TYPE
           MOVE WS-RUN-DATE TO CBUR-FILE-DATE
           MOVE WS-RUN-DATE(1:6) TO CBUR-PERIOD
           MOVE WS-REPORTER-ID TO CBUR-REPORTER-ID
           MOVE WS-REPORTER-NAME TO CBUR-REPORTER-NAME
           WRITE CBUR-REC
           .

      *    EVERY LOAN STILL ON FILE IS REPORTED, OPEN OR NOT, SO THE
      *    BUREAU SEES A LOAN PAID OFF, CLOSED OR CHARGED OFF AND KEEPS
      *    SEEING IT FOR AS LONG AS THE LOAN STAYS ON FILE.  A
      *    SEGMENT THE BUREAU CANNOT MATCH TO A PERSON IS WORSE THAN
      *    NONE, SO A LOAN WHOSE CLIENT HAS NO DATE OF BIRTH OR TAX ID
      *    IS LISTED FOR CORRECTION INSTEAD OF BEING SENT.
       REPORT-ONE-LOAN.
           PERFORM CHECK-CLIENT-IDENTIFICATION
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE SPACES TO CBUR-REC
               MOVE 'D' TO CBUR-REC-TYPE
               MOVE LOAN-ID TO CBUR-LOAN-ID
               MOVE LOAN-CLIENT-ID TO CBUR-CLIENT-ID
               MOVE CLIENT-NAME TO CBUR-CLIENT-NAME
               MOVE CLIENT-BIRTH-DATE TO CBUR-BIRTH-DATE
               MOVE CLIENT-TAX-ID TO CBUR-TAX-ID
               MOVE CLIENT-ADDRESS TO CBUR-ADDRESS
               MOVE LOAN-DATE TO CBUR-OPENED-DATE
               MOVE LOAN-AMOUNT TO CBUR-ORIGINAL-AMOUNT
               MOVE LOAN-DURATION TO CBUR-TERM-MONTHS
               PERFORM SET-ACCOUNT-POSITION
               WRITE CBUR-REC
               PERFORM COUNT-SEGMENT
           END-IF
           .

       CHECK-CLIENT-IDENTIFICATION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO CLIENT-FOUND
           MOVE LOAN-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   MOVE 'CLIENT NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE 'Y' TO CLIENT-FOUND
           END-READ
           IF CLIENT-FOUND = 'Y'
               IF CLIENT-BIRTH-DATE IS NOT NUMERIC
                   OR CLIENT-BIRTH-DATE = 0
                   MOVE 'NO DATE OF BIRTH' TO WS-REJECT-REASON
               END-IF
               IF CLIENT-TAX-ID IS NOT NUMERIC
                   OR CLIENT-TAX-ID = '000000000'
                   IF WS-REJECT-REASON = SPACES
                       MOVE 'NO TAX ID' TO WS-REJECT-REASON
                   ELSE
                       MOVE 'NO DATE OF BIRTH OR TAX ID'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           .

      *    A LOAN THAT IS PAID OFF OR CLOSED OWES NOTHING AND HAS NO
      *    PAYMENT SCHEDULED.  A CHARGED-OFF LOAN IS REPORTED AT WHAT
      *    WAS CHARGED OFF LESS WHAT HAS BEEN RECOVERED SINCE, ALL OF
      *    IT PAST DUE; RECOVERIES NEVER REDUCE THE LOAN BALANCE ITSELF.
      *    AN OPEN LOAN IS AGED FROM ITS OLDEST UNPAID INSTALLMENT.
       SET-ACCOUNT-POSITION.
           MOVE 0 TO CBUR-SCHEDULED-PAYMENT
           MOVE 0 TO CBUR-AMOUNT-PAST-DUE
           MOVE '0' TO CBUR-DELINQ-BUCKET
           MOVE LOAN-BALANCE TO CBUR-BALANCE
           EVALUATE TRUE
               WHEN LOAN-PAID-OFF
                   MOVE 'PD' TO CBUR-ACCOUNT-STATUS
                   MOVE 0 TO CBUR-BALANCE
               WHEN LOAN-CLOSED
                   MOVE 'CL' TO CBUR-ACCOUNT-STATUS
               WHEN LOAN-WRITTEN-OFF
                   MOVE 'CO' TO CBUR-ACCOUNT-STATUS
                   PERFORM SET-CHARGEOFF-BALANCE
                   PERFORM AGE-LOAN-INSTALLMENTS
                   MOVE CBUR-BALANCE TO CBUR-AMOUNT-PAST-DUE
               WHEN OTHER
                   PERFORM AGE-LOAN-INSTALLMENTS
                   IF WS-PAST-DUE-AMOUNT > LOAN-BALANCE
                       MOVE LOAN-BALANCE TO WS-PAST-DUE-AMOUNT
                   END-IF
                   MOVE WS-PAST-DUE-AMOUNT TO CBUR-AMOUNT-PAST-DUE
                   MOVE WS-SCHEDULED-PAYMENT
                       TO CBUR-SCHEDULED-PAYMENT
                   IF CBUR-DELINQ-BUCKET = '0'
                       MOVE 'CU' TO CBUR-ACCOUNT-STATUS
                   ELSE
                       MOVE 'DL' TO CBUR-ACCOUNT-STATUS
                   END-IF
           END-EVALUATE
           .

      *    A LOAN WRITTEN OFF BEFORE THE CHARGE-OFF FILE EXISTED HAS NO
      *    RECORD AND IS REPORTED AT ITS BALANCE.
       SET-CHARGEOFF-BALANCE.
           MOVE LOAN-ID TO CHGO-LOAN-ID
           READ CHARGEOFFS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-REPORT-BALANCE = CHGO-PRINCIPAL
                       + CHGO-FEES - CHGO-RECOVERED
                   IF WS-REPORT-BALANCE < 0 OR CHGO-SETTLED
                       MOVE 0 TO WS-REPORT-BALANCE
                   END-IF
                   MOVE WS-REPORT-BALANCE TO CBUR-BALANCE
           END-READ
           .

      *    ONE PASS OF THE SCHEDULE GIVES THE UNPAID AMOUNT PAST ITS DUE
      *    DATE, THE OLDEST SUCH DUE DATE AND THE SCHEDULED PAYMENT -
      *    THE NEXT INSTALLMENT FALLING DUE, OR THE LAST ONE WHEN THE
      *    LOAN HAS RUN PAST ITS TERM.  A LOAN BOOKED BEFORE SCHEDULES
      *    WERE KEPT IS AGED FROM ITS MATURITY DATE INSTEAD, THE SAME
      *    TEST THE DELINQUENCY REPORT USES.
       AGE-LOAN-INSTALLMENTS.
           MOVE 'N' TO WS-INST-SEEN
           MOVE 'N' TO WS-NEXT-FOUND
           MOVE 0 TO WS-OLDEST-DUE-DATE
           MOVE 0 TO WS-PAST-DUE-AMOUNT
           MOVE 0 TO WS-SCHEDULED-PAYMENT
           MOVE 0 TO WS-DAYS-OVERDUE
           MOVE 'N' TO EOF-INST
           MOVE LOAN-ID TO INST-LOAN-ID
           MOVE 0 TO INST-MONTH-NUM
           START INSTALLMENTS KEY IS GREATER THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START
           PERFORM UNTIL EOF-INST = 'Y'
               READ INSTALLMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = LOAN-ID
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       PERFORM AGE-ONE-INSTALLMENT
                   END-IF
               END-READ
           END-PERFORM
           IF WS-INST-SEEN = 'Y'
               IF WS-OLDEST-DUE-DATE > 0
                   PERFORM AGE-FROM-OLDEST-DUE-DATE
               END-IF
           ELSE
               PERFORM AGE-FROM-MATURITY
           END-IF
           PERFORM SET-DELINQUENCY-BUCKET
           .

       AGE-ONE-INSTALLMENT.
           MOVE 'Y' TO WS-INST-SEEN
           IF INST-DUE-DATE < WS-RUN-DATE
               IF INST-UNPAID
                   COMPUTE WS-PAST-DUE-AMOUNT = WS-PAST-DUE-AMOUNT
                       + INST-AMOUNT-DUE - INST-AMOUNT-PAID
                   IF WS-OLDEST-DUE-DATE = 0
                       MOVE INST-DUE-DATE TO WS-OLDEST-DUE-DATE
                   END-IF
               END-IF
               IF WS-NEXT-FOUND = 'N'
                   MOVE INST-AMOUNT-DUE TO WS-SCHEDULED-PAYMENT
               END-IF
           ELSE
               IF WS-NEXT-FOUND = 'N'
                   MOVE 'Y' TO WS-NEXT-FOUND
                   MOVE INST-AMOUNT-DUE TO WS-SCHEDULED-PAYMENT
               END-IF
           END-IF
           .

      *    A DUE DATE WRITTEN BEFORE SHORT MONTHS WERE ROLLED (E.G.
      *    FEBRUARY 31) IS CLAMPED TO A REAL DAY BEFORE THE CALENDAR
      *    FUNCTION SEES IT.
       AGE-FROM-OLDEST-DUE-DATE.
           MOVE WS-OLDEST-DUE-DATE TO WS-CAL-DATE
           PERFORM CLAMP-CALENDAR-DAY
           IF WS-CAL-VALID = 'N'
               DISPLAY 'Warning: Bad due date ' WS-OLDEST-DUE-DATE
                   ' - Loan ID ' LOAN-ID ' reported as current.'
           ELSE
               COMPUTE WS-DAY-NUM-OLDEST =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               COMPUTE WS-DAYS-OVERDUE =
                   WS-DAY-NUM-RUN - WS-DAY-NUM-OLDEST
           END-IF
           .

       AGE-FROM-MATURITY.
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
                   ' - Loan ID ' LOAN-ID ' reported as current.'
           ELSE
               COMPUTE WS-DAY-NUM-PAYOFF =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               IF WS-DAY-NUM-PAYOFF < WS-DAY-NUM-RUN
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-DAY-NUM-RUN - WS-DAY-NUM-PAYOFF
                   MOVE LOAN-BALANCE TO WS-PAST-DUE-AMOUNT
               END-IF
           END-IF
           .

       SET-DELINQUENCY-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE < 30
                   MOVE '0' TO CBUR-DELINQ-BUCKET
               WHEN WS-DAYS-OVERDUE < 60
                   MOVE '1' TO CBUR-DELINQ-BUCKET
               WHEN WS-DAYS-OVERDUE < 90
                   MOVE '2' TO CBUR-DELINQ-BUCKET
               WHEN WS-DAYS-OVERDUE < 120
                   MOVE '3' TO CBUR-DELINQ-BUCKET
               WHEN WS-DAYS-OVERDUE < 150
                   MOVE '4' TO CBUR-DELINQ-BUCKET
               WHEN WS-DAYS-OVERDUE < 180
                   MOVE '5' TO CBUR-DELINQ-BUCKET
               WHEN OTHER
                   MOVE '6' TO CBUR-DELINQ-BUCKET
           END-EVALUATE
           .

       COUNT-SEGMENT.
           ADD 1 TO WS-SEGMENT-COUNT
           ADD CBUR-BALANCE TO WS-TOTAL-BALANCE
           ADD CBUR-AMOUNT-PAST-DUE TO WS-TOTAL-PAST-DUE
           EVALUATE TRUE
               WHEN CBUR-CURRENT
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN CBUR-DELINQUENT
                   ADD 1 TO WS-DELINQ-COUNT
               WHEN CBUR-PAID-OFF
                   ADD 1 TO WS-PAID-COUNT
               WHEN CBUR-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN CBUR-CHARGED-OFF
                   ADD 1 TO WS-CHARGEOFF-COUNT
           END-EVALUATE
           .

       WRITE-BUREAU-TRAILER.
           MOVE SPACES TO CBUR-REC
           MOVE 'T' TO CBUR-REC-TYPE
           MOVE WS-SEGMENT-COUNT TO CBUR-SEGMENT-COUNT
           MOVE WS-CURRENT-COUNT TO CBUR-CURRENT-COUNT
           MOVE WS-DELINQ-COUNT TO CBUR-DELINQ-COUNT
           MOVE WS-PAID-COUNT TO CBUR-PAID-COUNT
           MOVE WS-CLOSED-COUNT TO CBUR-CLOSED-COUNT
           MOVE WS-CHARGEOFF-COUNT TO CBUR-CHARGEOFF-COUNT
           MOVE WS-REJECT-COUNT TO CBUR-REJECT-COUNT
           MOVE WS-TOTAL-BALANCE TO CBUR-TOTAL-BALANCE
           MOVE WS-TOTAL-PAST-DUE TO CBUR-TOTAL-PAST-DUE
           WRITE CBUR-REC
           .

       WRITE-REJECT-HEADINGS.
           MOVE SPACES TO REJECT-LINE
           STRING 'CREDIT BUREAU FILE - LOANS HELD BACK     PERIOD '
               WS-RUN-DATE(1:6) '   RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE
           MOVE SPACES TO REJECT-LINE
           WRITE REJECT-LINE
           MOVE 'LOAN  CLIENT NAME                           BALANCE'
               & '  REASON' TO REJECT-LINE
           WRITE REJECT-LINE
           .

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           IF CLIENT-FOUND = 'N'
               MOVE SPACES TO CLIENT-NAME
           END-IF
           MOVE LOAN-BALANCE TO WS-ED-AMOUNT
           MOVE SPACES TO REJECT-LINE
           STRING LOAN-ID ' ' LOAN-CLIENT-ID ' ' CLIENT-NAME(1:25)
               ' ' WS-ED-AMOUNT '  ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE
           .

       WRITE-REJECT-TOTALS.
           MOVE SPACES TO REJECT-LINE
           WRITE REJECT-LINE
           MOVE SPACES TO REJECT-LINE
           STRING 'LOANS READ: ' WS-LOAN-COUNT
               '   SEGMENTS SENT: ' WS-SEGMENT-COUNT
               '   HELD BACK: ' WS-REJECT-COUNT
               DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE
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
