       IDENTIFICATION DIVISION.
       PROGRAM-ID. AchReturns.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE
               ASSIGN TO 'ach_returns.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MANDATES
               ASSIGN TO 'mandates.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAND-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL LOANS
               ASSIGN TO 'loans.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOAN-ID
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

           SELECT AUDIT-LOG
               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-REPORT
               ASSIGN TO 'ach_return_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RETURNS-FILE.
       01  ART-REC.
           COPY ACHRTREC.

       FD  MANDATES.
       01  MAND-REC.
           COPY MANDREC.

       FD  LOANS.
       01  LOAN-REC.
           COPY LOANREC.

       FD  PAYMENTS.
       01  PAYMENT-REC.
           COPY PAYREC.

       FD  INSTALLMENTS.
       01  INST-REC.
           COPY INSTREC.

       FD  FEES.
       01  FEE-REC.
           COPY FEEREC.

       FD  AUDIT-LOG.
       01  AUDIT-REC.
           COPY AUDITREC.

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE         PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-RETURN             PIC X VALUE 'N'.
       01  EOF-INST               PIC X VALUE 'N'.
       01  EOF-FEE                PIC X VALUE 'N'.
       01  LOAN-FOUND             PIC X VALUE 'N'.
       01  PAYMENT-FOUND          PIC X VALUE 'N'.
       01  MAND-FOUND             PIC X VALUE 'N'.
       01  MAND-CANCELLING        PIC X VALUE 'N'.
       01  WS-WRITE-OK            PIC X VALUE 'Y'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-EOD-STATUS          PIC X VALUE SPACE.
       01  WS-RETURN-LIMIT        PIC 9(2) VALUE 2.
       01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
       01  WS-REV-REASON          PIC X(10) VALUE SPACES.
       01  WS-OLD-LOAN-BALANCE    PIC 9(7)V99 VALUE 0.
       01  WS-APPLY-REMAINING     PIC 9(9)V99 VALUE 0.
       01  WS-REVERSED-COUNT      PIC 9(9) VALUE 0.
       01  WS-REVERSED-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-REJECTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-CANCELLED-COUNT     PIC 9(9) VALUE 0.
       01  WS-ED-LOAN-BALANCE     PIC ZZZZZZ9.99.
       01  WS-ED-AMOUNT           PIC ZZZZZZ9.99.
       01  WS-ED-REVERSED-TOTAL   PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

      *    NO CHECKPOINT IS NEEDED: A RETURN WHOSE PAYMENT IS ALREADY
      *    REVERSED IS REJECTED, SO A RERUN OF THE SAME RETURNS FILE
      *    CANNOT REVERSE ANYTHING TWICE.
       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
      *    THE REVERSALS ARE DATED WITH THE BUSINESS DATE AND ONLY THE
      *    GL EXTRACT IN THAT DATE'S END-OF-DAY PICKS THEM UP, SO THE
      *    RUN IS REFUSED ONCE END-OF-DAY HAS STARTED FOR THE DATE -
      *    RETURNS REVERSED THEN WOULD NEVER REACH THE LEDGER.
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
           OPEN INPUT RETURNS-FILE.
           OPEN I-O MANDATES.
           OPEN I-O LOANS.
           OPEN I-O PAYMENTS.
           OPEN I-O INSTALLMENTS.
           OPEN I-O FEES.
           OPEN EXTEND EXCEPTION-REPORT.

           MOVE 'N' TO EOF-RETURN
           PERFORM UNTIL EOF-RETURN = 'Y'
               READ RETURNS-FILE
                   AT END MOVE 'Y' TO EOF-RETURN
               NOT AT END
                   PERFORM PROCESS-ONE-RETURN
               END-READ
           END-PERFORM.

           CLOSE EXCEPTION-REPORT.
           CLOSE FEES.
           CLOSE INSTALLMENTS.
           CLOSE PAYMENTS.
           CLOSE LOANS.
           CLOSE MANDATES.
           CLOSE RETURNS-FILE.
           MOVE WS-REVERSED-TOTAL TO WS-ED-REVERSED-TOTAL.
           DISPLAY 'ACH returns complete. ' WS-REVERSED-COUNT
               ' debit(s) reversed totalling ' WS-ED-REVERSED-TOTAL
               ', ' WS-REJECTED-COUNT ' item(s) to exceptions, '
               WS-CANCELLED-COUNT ' mandate(s) cancelled.'
           STOP RUN.

      *    A RETURN IS ONLY TRUSTED WHEN IT MATCHES THE DEBIT WE SENT:
      *    SAME PAYMENT, ORIGINATED BY ACH, STILL POSTED, SAME LOAN
      *    AND SAME AMOUNT.  ANYTHING ELSE GOES TO EXCEPTIONS.
       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO PAYMENT-FOUND.
           MOVE ART-TRACE-NUMBER TO PAYMENT-ID
           READ PAYMENTS RECORD
               INVALID KEY
                   MOVE 'PAYMENT NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE 'Y' TO PAYMENT-FOUND
           END-READ.
           IF PAYMENT-FOUND = 'Y'
               IF PAYMENT-FEE-AMOUNT NOT NUMERIC
                   MOVE 0 TO PAYMENT-FEE-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN NOT PAYMENT-BY-ACH
                       MOVE 'PAYMENT NOT AN ACH DEBIT'
                           TO WS-REJECT-REASON
                   WHEN PAYMENT-REVERSED
                       MOVE 'PAYMENT ALREADY REVERSED'
                           TO WS-REJECT-REASON
                   WHEN PAYMENT-LOAN-ID NOT = ART-LOAN-ID
                       MOVE 'LOAN DOES NOT MATCH' TO WS-REJECT-REASON
                   WHEN PAYMENT-AMOUNT NOT = ART-AMOUNT
                       MOVE 'AMOUNT DOES NOT MATCH' TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE 'N' TO LOAN-FOUND
               MOVE PAYMENT-LOAN-ID TO LOAN-ID
               READ LOANS RECORD
                   INVALID KEY
                       MOVE 'LOAN NOT ON FILE' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF LOAN-WRITTEN-OFF OR LOAN-CLOSED
                           MOVE 'LOAN NO LONGER OPEN'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE 'Y' TO LOAN-FOUND
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE ART-RETURN-CODE TO WS-REV-REASON
               PERFORM APPLY-PAYMENT-REVERSAL
               IF WS-WRITE-OK = 'Y'
                   PERFORM RECORD-MANDATE-RETURN
               END-IF
           ELSE
               PERFORM REJECT-RETURN-ITEM
           END-IF
           .

      *    SAME BACKOUT AS A TELLER REVERSAL: THE FEE SLICE GOES BACK
      *    ON THE FEES, THE REST BACK ON THE BALANCE AND INSTALLMENTS.
      *    THE BANK RETURN CODE IS KEPT AS THE REVERSAL REASON.
       APPLY-PAYMENT-REVERSAL.
           MOVE LOAN-BALANCE TO WS-OLD-LOAN-BALANCE
           PERFORM UNAPPLY-REVERSED-PAYMENT
           COMPUTE LOAN-BALANCE =
               LOAN-BALANCE + PAYMENT-AMOUNT - PAYMENT-FEE-AMOUNT
           IF LOAN-PAID-OFF
               MOVE 'A' TO LOAN-STATUS
           END-IF
           MOVE 'Y' TO WS-WRITE-OK
           REWRITE LOAN-REC INVALID KEY
               DISPLAY 'Error: Unable to update loan - Loan ID '
                   LOAN-ID
               MOVE 'N' TO WS-WRITE-OK
           END-REWRITE
           IF WS-WRITE-OK = 'Y'
               MOVE 'R' TO PAYMENT-STATUS
               MOVE WS-REV-REASON TO PAYMENT-REV-REASON
               MOVE WS-RUN-DATE TO PAYMENT-REV-DATE
               REWRITE PAYMENT-REC INVALID KEY
                   DISPLAY 'Error: Unable to update payment - '
                       'Payment ID ' PAYMENT-ID
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-IF
           IF WS-WRITE-OK = 'Y'
               MOVE 'LOAN' TO AUDIT-RECORD-TYPE
               MOVE 'REVRSL' TO AUDIT-ACTION
               MOVE LOAN-ID TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE SPACES TO AUDIT-AFTER-VALUE
               MOVE WS-OLD-LOAN-BALANCE TO WS-ED-LOAN-BALANCE
               STRING WS-ED-LOAN-BALANCE DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-VALUE
               MOVE LOAN-BALANCE TO WS-ED-LOAN-BALANCE
               STRING WS-ED-LOAN-BALANCE DELIMITED BY SIZE
                   INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'PAYMENT' TO AUDIT-RECORD-TYPE
               MOVE 'REVRSL' TO AUDIT-ACTION
               MOVE PAYMENT-ID TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE SPACES TO AUDIT-AFTER-VALUE
               MOVE PAYMENT-AMOUNT TO WS-ED-AMOUNT
               STRING WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-VALUE
               STRING 'REVERSED ' DELIMITED BY SIZE
                   WS-REV-REASON DELIMITED BY SIZE
                   INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-REVERSED-COUNT
               ADD PAYMENT-AMOUNT TO WS-REVERSED-TOTAL
           END-IF
           .

       UNAPPLY-REVERSED-PAYMENT.
           MOVE PAYMENT-FEE-AMOUNT TO WS-APPLY-REMAINING.
           IF WS-APPLY-REMAINING > 0
               PERFORM UNAPPLY-REVERSED-FEES
           END-IF.
           COMPUTE WS-APPLY-REMAINING =
               PAYMENT-AMOUNT - PAYMENT-FEE-AMOUNT.
           MOVE 'N' TO EOF-INST.
           MOVE PAYMENT-LOAN-ID TO INST-LOAN-ID
           MOVE 999 TO INST-MONTH-NUM
           START INSTALLMENTS KEY IS NOT GREATER THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START.
           PERFORM UNTIL EOF-INST = 'Y' OR WS-APPLY-REMAINING = 0
               READ INSTALLMENTS PREVIOUS RECORD
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = PAYMENT-LOAN-ID
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       IF INST-AMOUNT-PAID > 0
                           PERFORM UNAPPLY-ONE-INSTALLMENT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       UNAPPLY-REVERSED-FEES.
           MOVE 'N' TO EOF-FEE.
           MOVE PAYMENT-LOAN-ID TO FEE-LOAN-ID
           MOVE 999 TO FEE-MONTH-NUM
           START FEES KEY IS NOT GREATER THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y' OR WS-APPLY-REMAINING = 0
               READ FEES PREVIOUS RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = PAYMENT-LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       IF FEE-AMOUNT-PAID > 0
                           PERFORM UNAPPLY-ONE-FEE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       UNAPPLY-ONE-FEE.
           IF WS-APPLY-REMAINING >= FEE-AMOUNT-PAID
               SUBTRACT FEE-AMOUNT-PAID FROM WS-APPLY-REMAINING
               MOVE 0 TO FEE-AMOUNT-PAID
               MOVE ZEROS TO FEE-PAID-DATE
               MOVE 'O' TO FEE-STATUS
           ELSE
               SUBTRACT WS-APPLY-REMAINING FROM FEE-AMOUNT-PAID
               MOVE 0 TO WS-APPLY-REMAINING
               MOVE ZEROS TO FEE-PAID-DATE
               MOVE 'P' TO FEE-STATUS
           END-IF
           REWRITE FEE-REC INVALID KEY
               DISPLAY 'Error: Unable to update fee - Loan ID '
                   FEE-LOAN-ID
           END-REWRITE
           .

       UNAPPLY-ONE-INSTALLMENT.
           IF WS-APPLY-REMAINING >= INST-AMOUNT-PAID
               SUBTRACT INST-AMOUNT-PAID FROM WS-APPLY-REMAINING
               MOVE 0 TO INST-AMOUNT-PAID
               MOVE 'O' TO INST-STATUS
           ELSE
               SUBTRACT WS-APPLY-REMAINING FROM INST-AMOUNT-PAID
               MOVE 0 TO WS-APPLY-REMAINING
               MOVE 'P' TO INST-STATUS
           END-IF
           REWRITE INST-REC INVALID KEY
               DISPLAY 'Error: Unable to update installment - '
                   'Loan ID ' INST-LOAN-ID
           END-REWRITE
           .

      *    EVERY RETURN COUNTS AGAINST THE MANDATE.  THE MANDATE IS
      *    CANCELLED AT THE RETURN LIMIT, OR AT ONCE WHEN THE BANK
      *    SAYS THE ACCOUNT IS GONE OR THE AUTHORITY WITHDRAWN - THOSE
      *    DEBITS WILL NEVER CLEAR, SO THERE IS NO POINT RETRYING.
       RECORD-MANDATE-RETURN.
           MOVE 'N' TO MAND-FOUND.
           MOVE PAYMENT-LOAN-ID TO MAND-LOAN-ID
           READ MANDATES RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MAND-FOUND
           END-READ.
           MOVE 'N' TO MAND-CANCELLING.
           IF MAND-FOUND = 'Y'
               ADD 1 TO MAND-RETURN-COUNT
               MOVE ART-RETURN-CODE TO MAND-LAST-RETURN-CODE
               MOVE ART-RETURN-DATE TO MAND-LAST-RETURN-DATE
               IF MAND-ACTIVE
                   IF MAND-RETURN-COUNT >= WS-RETURN-LIMIT
                       OR ART-RETURN-CODE = 'R02' OR 'R03' OR 'R04'
                           OR 'R07' OR 'R08' OR 'R10'
                       MOVE 'Y' TO MAND-CANCELLING
                       MOVE 'X' TO MAND-STATUS
                       MOVE WS-RUN-DATE TO MAND-CANCEL-DATE
                       MOVE ART-RETURN-CODE TO MAND-CANCEL-REASON
                   END-IF
               END-IF
               MOVE 'Y' TO WS-WRITE-OK
               REWRITE MAND-REC INVALID KEY
                   DISPLAY 'Error: Unable to update mandate - '
                       'Loan ID ' MAND-LOAN-ID
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
               IF WS-WRITE-OK = 'Y' AND MAND-CANCELLING = 'Y'
                   PERFORM WRITE-CANCEL-AUDIT
               END-IF
           END-IF
           .

       WRITE-CANCEL-AUDIT.
           MOVE 'MANDATE' TO AUDIT-RECORD-TYPE
           MOVE 'CANCEL' TO AUDIT-ACTION
           MOVE MAND-LOAN-ID TO AUDIT-KEY
           MOVE 'ACTIVE' TO AUDIT-BEFORE-VALUE
           MOVE SPACES TO AUDIT-AFTER-VALUE
           STRING 'CANCELLED ' DELIMITED BY SIZE
               ART-RETURN-CODE DELIMITED BY SIZE
               ' RETURNS ' DELIMITED BY SIZE
               MAND-RETURN-COUNT DELIMITED BY SIZE
               INTO AUDIT-AFTER-VALUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-CANCELLED-COUNT
           .

       REJECT-RETURN-ITEM.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE ART-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'TRACE ' ART-TRACE-NUMBER
               '  LOAN ' ART-LOAN-ID
               '  AMOUNT ' WS-ED-AMOUNT
               '  CODE ' ART-RETURN-CODE
               '  ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           .

       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'ACH' TO AUDIT-OPERATOR.
           OPEN EXTEND AUDIT-LOG.
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
