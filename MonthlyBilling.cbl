       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthlyBilling.

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

           SELECT OPTIONAL PAYMENTS
               ASSIGN TO 'payments.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PAYMENT-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL INSTALLMENTS
               ASSIGN TO 'installments.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS INST-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL FEES
               ASSIGN TO 'fees.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FEE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL BILLCYCLES
               ASSIGN TO 'billing_cycles.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BCYC-PERIOD
               ACCESS MODE IS DYNAMIC.

           SELECT BILLING-SORT-FILE
               ASSIGN TO 'billing.tmp'.

           SELECT STATEMENT-FILE
               ASSIGN TO 'billing_statements.txt'
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

       FD  PAYMENTS.
       01  PAYMENT-REC.
           COPY PAYREC.

       FD  INSTALLMENTS.
       01  INST-REC.
           COPY INSTREC.

       FD  FEES.
       01  FEE-REC.
           COPY FEEREC.

       FD  BILLCYCLES.
       01  BCYC-REC.
           COPY BCYCREC.

      *    ONE 'L' RECORD PER BILLED LOAN, FOLLOWED IN SORT ORDER BY A
      *    'P' RECORD FOR EACH PAYMENT TAKEN ON IT SINCE THE LAST
      *    CYCLE, SO THE PAYMENTS FILE IS READ ONCE RATHER THAN ONCE
      *    PER LOAN.
       SD  BILLING-SORT-FILE.
       01  SORT-REC.
           05  SORT-CLIENT-ID     PIC 9(5).
           05  SORT-LOAN-ID       PIC 9(5).
           05  SORT-REC-TYPE      PIC X(01).
               88  SORT-IS-LOAN       VALUE 'L'.
               88  SORT-IS-PAYMENT    VALUE 'P'.
           05  SORT-PAY-DATE      PIC 9(8).
           05  SORT-PAY-ID        PIC 9(5).
           05  SORT-PAY-AMOUNT    PIC 9(7)V99.
           05  SORT-PAY-STATUS    PIC X(01).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE         PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       01  EOF-INST               PIC X VALUE 'N'.
       01  EOF-FEE                PIC X VALUE 'N'.
       01  EOF-CYCLE              PIC X VALUE 'N'.
       01  WS-CLIENT-OK           PIC X VALUE 'N'.
       01  WS-GROUP-OPEN          PIC X VALUE 'N'.
       01  WS-LOAN-OPEN           PIC X VALUE 'N'.
       01  WS-CYCLE-OK            PIC X VALUE 'N'.
       01  WS-PREV-CLIENT-ID      PIC 9(5) VALUE 0.
       01  WS-STATEMENT-COUNT     PIC 9(5) VALUE 0.
       01  WS-LOAN-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOTAL-DUE           PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-BALANCE       PIC 9(11)V99 VALUE 0.

       01  WS-RUN-DATE-GROUP.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-GROUP
                                  PIC 9(8).
       01  WS-CYCLE-PERIOD        PIC 9(6) VALUE 0.
       01  WS-FROM-DATE           PIC 9(8) VALUE 0.
       01  WS-LAST-PERIOD         PIC 9(6) VALUE 0.

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
       01  WS-NEXT-DUE-DATE       PIC 9(8) VALUE 0.
       01  WS-NEXT-PRINCIPAL      PIC 9(7)V99 VALUE 0.
       01  WS-NEXT-INTEREST       PIC 9(7)V99 VALUE 0.
       01  WS-NEXT-REMAINING      PIC 9(7)V99 VALUE 0.
       01  WS-PAST-DUE-AMOUNT     PIC 9(9)V99 VALUE 0.
       01  WS-LOAN-FEES-OWED      PIC 9(9)V99 VALUE 0.
       01  WS-FEE-OWED            PIC 9(5)V99 VALUE 0.
       01  WS-LOAN-AMOUNT-DUE     PIC 9(9)V99 VALUE 0.
       01  WS-LOAN-PAY-COUNT      PIC 9(3) VALUE 0.
       01  WS-GROUP-LOAN-COUNT    PIC 9(3) VALUE 0.
       01  WS-GROUP-AMOUNT-DUE    PIC 9(9)V99 VALUE 0.
       01  WS-GROUP-BALANCE       PIC 9(9)V99 VALUE 0.

       01  WS-ED-AMOUNT           PIC ZZZZZZ9.99.
       01  WS-ED-AMOUNT-2         PIC ZZZZZZ9.99.
       01  WS-ED-TOTAL            PIC ZZZZZZZZ9.99.
       01  WS-ED-GRAND-TOTAL      PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-CYCLE-PERIOD.
           OPEN I-O BILLCYCLES.
           PERFORM OPEN-BILLING-CYCLE.
           IF WS-CYCLE-OK = 'N'
               CLOSE BILLCYCLES
               STOP RUN
           END-IF.

           SORT BILLING-SORT-FILE
               ON ASCENDING KEY SORT-CLIENT-ID
               ON ASCENDING KEY SORT-LOAN-ID
               ON ASCENDING KEY SORT-REC-TYPE
               ON ASCENDING KEY SORT-PAY-DATE
               ON ASCENDING KEY SORT-PAY-ID
               INPUT PROCEDURE IS BUILD-BILLING-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-STATEMENTS.

           PERFORM CLOSE-BILLING-CYCLE.
           CLOSE BILLCYCLES.
           MOVE WS-TOTAL-DUE TO WS-ED-GRAND-TOTAL.
           DISPLAY 'Billing cycle ' WS-CYCLE-PERIOD ' complete. '
               WS-STATEMENT-COUNT ' statement(s), ' WS-LOAN-COUNT
               ' loan(s), total due ' WS-ED-GRAND-TOTAL '.'
           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'Warning: ' WS-SKIPPED-COUNT
                   ' client(s) not on file - not billed.'
           END-IF
           STOP RUN.

      *    A CYCLE IS ONE CALENDAR MONTH OF THE BUSINESS DATE.  ONCE IT
      *    IS MARKED COMPLETE THE STATEMENTS HAVE GONE TO THE MAILROOM
      *    AND A SECOND RUN IN THE SAME MONTH IS REFUSED.  THE PAYMENT
      *    WINDOW OPENS THE DAY AFTER THE LATEST COMPLETED CYCLE, OR
      *    ONE MONTH BACK FOR THE FIRST CYCLE EVER RUN.
       OPEN-BILLING-CYCLE.
           MOVE 'Y' TO WS-CYCLE-OK.
           MOVE WS-CYCLE-PERIOD TO BCYC-PERIOD
           READ BILLCYCLES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BCYC-COMPLETE
                       DISPLAY 'Error: Billing cycle ' WS-CYCLE-PERIOD
                           ' already produced through '
                           BCYC-THROUGH-DATE ' - not rerun.'
                       MOVE 'N' TO WS-CYCLE-OK
                   ELSE
                       DISPLAY 'Billing cycle ' WS-CYCLE-PERIOD
                           ' did not complete - producing again.'
                   END-IF
           END-READ.
           IF WS-CYCLE-OK = 'Y'
               PERFORM FIND-LAST-COMPLETE-CYCLE
           END-IF.
           IF WS-CYCLE-OK = 'Y'
               MOVE WS-CYCLE-PERIOD TO BCYC-PERIOD
               MOVE WS-FROM-DATE TO BCYC-FROM-DATE
               MOVE WS-RUN-DATE TO BCYC-THROUGH-DATE
               MOVE 'S' TO BCYC-STATUS
               MOVE 0 TO BCYC-STATEMENT-COUNT
               MOVE 0 TO BCYC-LOAN-COUNT
               MOVE 0 TO BCYC-TOTAL-DUE
               MOVE 0 TO BCYC-TOTAL-BALANCE
               ACCEPT BCYC-RUN-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT BCYC-RUN-CLOCK-TIME FROM TIME
               WRITE BCYC-REC INVALID KEY
                   REWRITE BCYC-REC INVALID KEY
                       DISPLAY 'Error: Unable to record billing '
                           'cycle ' WS-CYCLE-PERIOD
                       MOVE 'N' TO WS-CYCLE-OK
                   END-REWRITE
               END-WRITE
           END-IF
           .

       FIND-LAST-COMPLETE-CYCLE.
           MOVE 0 TO WS-FROM-DATE.
           MOVE 0 TO WS-LAST-PERIOD.
           MOVE 'N' TO EOF-CYCLE.
           MOVE WS-CYCLE-PERIOD TO BCYC-PERIOD
           START BILLCYCLES KEY IS LESS THAN BCYC-PERIOD
               INVALID KEY
                   MOVE 'Y' TO EOF-CYCLE
           END-START.
           PERFORM UNTIL EOF-CYCLE = 'Y'
               READ BILLCYCLES PREVIOUS RECORD
                   AT END MOVE 'Y' TO EOF-CYCLE
               NOT AT END
                   IF BCYC-COMPLETE
                       MOVE BCYC-PERIOD TO WS-LAST-PERIOD
                       MOVE BCYC-THROUGH-DATE TO WS-FROM-DATE
                       MOVE 'Y' TO EOF-CYCLE
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-LAST-PERIOD = 0
               MOVE WS-RUN-DATE TO WS-CAL-DATE
               IF WS-CAL-MONTH = 1
                   MOVE 12 TO WS-CAL-MONTH
                   SUBTRACT 1 FROM WS-CAL-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CAL-MONTH
               END-IF
               PERFORM CLAMP-CALENDAR-DAY
               MOVE WS-CAL-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-FROM-DATE NOT < WS-RUN-DATE
               DISPLAY 'Error: Business date ' WS-RUN-DATE
                   ' is not after the last billing cycle ('
                   WS-LAST-PERIOD ' through ' WS-FROM-DATE ').'
               MOVE 'N' TO WS-CYCLE-OK
           END-IF
           .

       CLOSE-BILLING-CYCLE.
           MOVE WS-CYCLE-PERIOD TO BCYC-PERIOD
           READ BILLCYCLES RECORD
               INVALID KEY
                   DISPLAY 'Error: Billing cycle ' WS-CYCLE-PERIOD
                       ' record missing at close.'
               NOT INVALID KEY
                   MOVE 'C' TO BCYC-STATUS
                   MOVE WS-STATEMENT-COUNT TO BCYC-STATEMENT-COUNT
                   MOVE WS-LOAN-COUNT TO BCYC-LOAN-COUNT
                   MOVE WS-TOTAL-DUE TO BCYC-TOTAL-DUE
                   MOVE WS-TOTAL-BALANCE TO BCYC-TOTAL-BALANCE
                   ACCEPT BCYC-RUN-CLOCK-DATE FROM DATE YYYYMMDD
                   ACCEPT BCYC-RUN-CLOCK-TIME FROM TIME
                   REWRITE BCYC-REC INVALID KEY
                       DISPLAY 'Error: Unable to close billing '
                           'cycle ' WS-CYCLE-PERIOD
                   END-REWRITE
           END-READ
           .

      *    EVERY OPEN LOAN IS BILLED, CURRENT OR NOT.  PAYMENTS ARE
      *    PICKED UP FOR THE WINDOW (FROM DATE EXCLUSIVE, THROUGH THE
      *    BUSINESS DATE) WHETHER OR NOT THEY WERE LATER REVERSED, SO
      *    THE BORROWER SEES THE REVERSAL; RECOVERIES ON WRITTEN-OFF
      *    LOANS NEVER REACH A STATEMENT.
       BUILD-BILLING-SORT-FILE.
           MOVE 'N' TO EOF-LOAN.
           OPEN INPUT LOANS.
           OPEN INPUT PAYMENTS.
           PERFORM UNTIL EOF-LOAN = 'Y'
               READ LOANS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-LOAN
               NOT AT END
                   IF NOT LOAN-INACTIVE
                       MOVE LOAN-CLIENT-ID TO SORT-CLIENT-ID
                       MOVE LOAN-ID TO SORT-LOAN-ID
                       MOVE 'L' TO SORT-REC-TYPE
                       MOVE 0 TO SORT-PAY-DATE
                       MOVE 0 TO SORT-PAY-ID
                       MOVE 0 TO SORT-PAY-AMOUNT
                       MOVE SPACE TO SORT-PAY-STATUS
                       RELEASE SORT-REC
                   END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-PAYMENT.
           PERFORM UNTIL EOF-PAYMENT = 'Y'
               READ PAYMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PAYMENT
               NOT AT END
                   IF PAYMENT-DATE > WS-FROM-DATE
                       AND PAYMENT-DATE NOT > WS-RUN-DATE
                       AND NOT PAYMENT-IS-RECOVERY
                       PERFORM RELEASE-PAYMENT-RECORD
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS.
           CLOSE LOANS.
           .

       RELEASE-PAYMENT-RECORD.
           MOVE PAYMENT-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LOAN-INACTIVE
                       MOVE LOAN-CLIENT-ID TO SORT-CLIENT-ID
                       MOVE LOAN-ID TO SORT-LOAN-ID
                       MOVE 'P' TO SORT-REC-TYPE
                       MOVE PAYMENT-DATE TO SORT-PAY-DATE
                       MOVE PAYMENT-ID TO SORT-PAY-ID
                       MOVE PAYMENT-AMOUNT TO SORT-PAY-AMOUNT
                       MOVE PAYMENT-STATUS TO SORT-PAY-STATUS
                       RELEASE SORT-REC
                   END-IF
           END-READ
           .

       PRINT-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN INPUT CLIENTS.
           OPEN INPUT LOANS.
           OPEN INPUT INSTALLMENTS.
           OPEN INPUT FEES.
           MOVE 0 TO WS-PREV-CLIENT-ID.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO WS-LOAN-OPEN.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT = 'Y'
               RETURN BILLING-SORT-FILE INTO SORT-REC
                   AT END
                       MOVE 'Y' TO EOF-SORT
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-STATEMENT
                       END-IF
               NOT AT END
                   IF SORT-CLIENT-ID NOT = WS-PREV-CLIENT-ID
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-STATEMENT
                       END-IF
                       PERFORM START-STATEMENT
                   END-IF
                   IF WS-GROUP-OPEN = 'Y'
                       IF SORT-IS-LOAN
                           IF WS-LOAN-OPEN = 'Y'
                               PERFORM FINISH-LOAN-SECTION
                           END-IF
                           PERFORM START-LOAN-SECTION
                       ELSE
                           IF WS-LOAN-OPEN = 'Y'
                               PERFORM WRITE-PAYMENT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-RETURN
           END-PERFORM.
           CLOSE FEES.
           CLOSE INSTALLMENTS.
           CLOSE LOANS.
           CLOSE CLIENTS.
           CLOSE STATEMENT-FILE.
           .

       START-STATEMENT.
           MOVE SORT-CLIENT-ID TO WS-PREV-CLIENT-ID.
           MOVE 'N' TO WS-CLIENT-OK.
           MOVE SORT-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-OK
           END-READ.
           IF WS-CLIENT-OK = 'Y'
               MOVE 0 TO WS-GROUP-LOAN-COUNT
               MOVE 0 TO WS-GROUP-AMOUNT-DUE
               MOVE 0 TO WS-GROUP-BALANCE
               MOVE 'Y' TO WS-GROUP-OPEN
               MOVE '                     MONTHLY LOAN STATEMENT'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING 'STATEMENT DATE: ' WS-RUN-DATE
                   '    PAYMENTS SINCE: ' WS-FROM-DATE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE CLIENT-NAME TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE CLIENT-ADDRESS TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING 'CLIENT ID: ' CLIENT-ID
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           .

       START-LOAN-SECTION.
           MOVE 'N' TO WS-LOAN-OPEN.
           MOVE SORT-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   DISPLAY 'Warning: Loan ID ' SORT-LOAN-ID
                       ' no longer on file - not billed.'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-OPEN
           END-READ.
           IF WS-LOAN-OPEN = 'Y'
               MOVE 0 TO WS-LOAN-PAY-COUNT
               MOVE LOAN-BALANCE TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING 'LOAN ' LOAN-ID
                   '     CURRENT BALANCE: ' WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM FIND-NEXT-INSTALLMENT
               PERFORM WRITE-INSTALLMENT-LINES
               PERFORM WRITE-FEE-LINES
           END-IF
           .

      *    THE NEXT INSTALLMENT IS THE FIRST UNPAID ONE FALLING DUE ON
      *    OR AFTER THE STATEMENT DATE; ANYTHING UNPAID BEFORE IT IS
      *    SHOWN SEPARATELY AS PAST DUE.  ONLY THE UNPAID REMAINDER OF
      *    A PART-PAID INSTALLMENT IS BILLED.
       FIND-NEXT-INSTALLMENT.
           MOVE 'N' TO WS-INST-SEEN.
           MOVE 'N' TO WS-NEXT-FOUND.
           MOVE 0 TO WS-NEXT-DUE-DATE.
           MOVE 0 TO WS-NEXT-PRINCIPAL.
           MOVE 0 TO WS-NEXT-INTEREST.
           MOVE 0 TO WS-NEXT-REMAINING.
           MOVE 0 TO WS-PAST-DUE-AMOUNT.
           MOVE 'N' TO EOF-INST.
           MOVE LOAN-ID TO INST-LOAN-ID
           MOVE 0 TO INST-MONTH-NUM
           START INSTALLMENTS KEY IS GREATER THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START.
           PERFORM UNTIL EOF-INST = 'Y' OR WS-NEXT-FOUND = 'Y'
               READ INSTALLMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = LOAN-ID
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       MOVE 'Y' TO WS-INST-SEEN
                       IF INST-UNPAID
                           IF INST-DUE-DATE < WS-RUN-DATE
                               COMPUTE WS-PAST-DUE-AMOUNT =
                                   WS-PAST-DUE-AMOUNT
                                   + INST-AMOUNT-DUE
                                   - INST-AMOUNT-PAID
                           ELSE
                               MOVE 'Y' TO WS-NEXT-FOUND
                               MOVE INST-DUE-DATE TO WS-NEXT-DUE-DATE
                               MOVE INST-PRINCIPAL-PART
                                   TO WS-NEXT-PRINCIPAL
                               MOVE INST-INTEREST-PART
                                   TO WS-NEXT-INTEREST
                               COMPUTE WS-NEXT-REMAINING =
                                   INST-AMOUNT-DUE - INST-AMOUNT-PAID
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       WRITE-INSTALLMENT-LINES.
           IF WS-INST-SEEN = 'N'
               MOVE '  NO INSTALLMENT SCHEDULE ON FILE - PLEASE CALL'
                   & ' US FOR THE AMOUNT DUE.'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF WS-NEXT-FOUND = 'Y'
               MOVE WS-NEXT-PRINCIPAL TO WS-ED-AMOUNT
               MOVE WS-NEXT-INTEREST TO WS-ED-AMOUNT-2
               MOVE SPACES TO STATEMENT-LINE
               STRING '  NEXT INSTALLMENT DUE ' WS-NEXT-DUE-DATE
                   '  PRINCIPAL ' WS-ED-AMOUNT
                   '  INTEREST ' WS-ED-AMOUNT-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-NEXT-REMAINING TO WS-ED-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING '  INSTALLMENT AMOUNT:         ' WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF WS-PAST-DUE-AMOUNT > 0
               MOVE WS-PAST-DUE-AMOUNT TO WS-ED-TOTAL
               MOVE SPACES TO STATEMENT-LINE
               STRING '  PAST DUE INSTALLMENTS:    ' WS-ED-TOTAL
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           .

       WRITE-FEE-LINES.
           MOVE 0 TO WS-LOAN-FEES-OWED.
           MOVE 'N' TO EOF-FEE.
           MOVE LOAN-ID TO FEE-LOAN-ID
           MOVE 0 TO FEE-MONTH-NUM
           START FEES KEY IS GREATER THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y'
               READ FEES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       IF FEE-UNPAID
                           COMPUTE WS-FEE-OWED =
                               FEE-AMOUNT - FEE-AMOUNT-PAID
                           ADD WS-FEE-OWED TO WS-LOAN-FEES-OWED
                           MOVE WS-FEE-OWED TO WS-ED-AMOUNT
                           MOVE SPACES TO STATEMENT-LINE
                           STRING '  LATE FEE ASSESSED '
                               FEE-ASSESS-DATE ':  ' WS-ED-AMOUNT
                               DELIMITED BY SIZE INTO STATEMENT-LINE
                           WRITE STATEMENT-LINE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       WRITE-PAYMENT-LINE.
           IF WS-LOAN-PAY-COUNT = 0
               MOVE SPACES TO STATEMENT-LINE
               STRING '  PAYMENTS RECEIVED SINCE ' WS-FROM-DATE ':'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           ADD 1 TO WS-LOAN-PAY-COUNT.
           MOVE SORT-PAY-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING '    ' SORT-PAY-DATE '  PAYMENT ' SORT-PAY-ID
               '   ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           IF SORT-PAY-STATUS = 'R'
               MOVE 'REVERSED' TO STATEMENT-LINE(50:8)
           END-IF
           WRITE STATEMENT-LINE
           .

      *    THE AMOUNT DUE IS THE PAST-DUE INSTALLMENTS, THE NEXT
      *    INSTALLMENT AND OPEN FEES, NEVER MORE THAN IT WOULD TAKE TO
      *    PAY THE LOAN OFF - THE SAME CAP THE ACH DEBIT USES.
       FINISH-LOAN-SECTION.
           IF WS-LOAN-PAY-COUNT = 0
               MOVE '  NO PAYMENTS RECEIVED SINCE LAST STATEMENT.'
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           COMPUTE WS-LOAN-AMOUNT-DUE =
               WS-PAST-DUE-AMOUNT + WS-NEXT-REMAINING
               + WS-LOAN-FEES-OWED.
           IF WS-LOAN-AMOUNT-DUE > LOAN-BALANCE + WS-LOAN-FEES-OWED
               COMPUTE WS-LOAN-AMOUNT-DUE =
                   LOAN-BALANCE + WS-LOAN-FEES-OWED
           END-IF.
           MOVE WS-LOAN-AMOUNT-DUE TO WS-ED-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  AMOUNT DUE THIS LOAN:     ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-GROUP-LOAN-COUNT.
           ADD WS-LOAN-AMOUNT-DUE TO WS-GROUP-AMOUNT-DUE.
           ADD LOAN-BALANCE TO WS-GROUP-BALANCE.
           MOVE 'N' TO WS-LOAN-OPEN.
           .

       FINISH-STATEMENT.
           IF WS-LOAN-OPEN = 'Y'
               PERFORM FINISH-LOAN-SECTION
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-GROUP-AMOUNT-DUE TO WS-ED-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'TOTAL AMOUNT DUE:           ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-GROUP-BALANCE TO WS-ED-TOTAL.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'TOTAL BALANCE OUTSTANDING:  ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL '-' TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           ADD 1 TO WS-STATEMENT-COUNT.
           ADD WS-GROUP-LOAN-COUNT TO WS-LOAN-COUNT.
           ADD WS-GROUP-AMOUNT-DUE TO WS-TOTAL-DUE.
           ADD WS-GROUP-BALANCE TO WS-TOTAL-BALANCE.
           MOVE 'N' TO WS-GROUP-OPEN.
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
