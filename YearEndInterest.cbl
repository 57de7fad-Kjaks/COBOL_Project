               RECORD KEY IS FEE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL LOAN-HISTORY
               ASSIGN TO 'loans_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HLOAN-ID
               ALTERNATE RECORD KEY IS HLOAN-CLIENT-ID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PAYMENT-HISTORY
               ASSIGN TO 'payments_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HPAYMENT-ID
               ALTERNATE RECORD KEY IS HPAYMENT-LOAN-ID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL INST-HISTORY
               ASSIGN TO 'installments_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HINST-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL FEE-HISTORY
               ASSIGN TO 'fees_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HFEE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT STATEMENT-FILE
               ASSIGN TO 'interest_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'interest_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  FEE-REC.
           COPY FEEREC.

      *    LOANS MOVED OFF THE LIVE FILES BY THE RETENTION RUN.  THE
      *    RECORDS ARE READ BACK INTO THE LIVE RECORD AREAS SO THE
      *    SAME REPLAY SERVES BOTH.
       FD  LOAN-HISTORY.
       01  HLOAN-REC.
           COPY LOANREC REPLACING LEADING ==LOAN-== BY ==HLOAN-==.

       FD  PAYMENT-HISTORY.
       01  HPAYMENT-REC.
           COPY PAYREC REPLACING LEADING ==PAYMENT-== BY ==HPAYMENT-==.

       FD  INST-HISTORY.
       01  HINST-REC.
           COPY INSTREC REPLACING LEADING ==INST-== BY ==HINST-==.

       FD  FEE-HISTORY.
       01  HFEE-REC.
           COPY FEEREC REPLACING LEADING ==FEE-== BY ==HFEE-==.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE         PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-CLIENT             PIC X VALUE 'N'.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       01  EOF-INST               PIC X VALUE 'N'.
       01  EOF-FEE                PIC X VALUE 'N'.
       01  EOF-HIST-LOAN          PIC X VALUE 'N'.
       01  WS-FROM-HISTORY        PIC X VALUE 'N'.
       01  WS-LIVE-LOAN-FOUND     PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-STMT-YEAR           PIC 9(4) VALUE 0.
       01  WS-CHECK-CLIENT-ID     PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           DISPLAY 'Enter Statement Year (YYYY):'
           ACCEPT WS-STMT-YEAR.
           IF WS-STMT-YEAR = 0
           OPEN INPUT PAYMENTS.
           OPEN INPUT INSTALLMENTS.
           OPEN INPUT FEES.
           OPEN INPUT LOAN-HISTORY.
           OPEN INPUT PAYMENT-HISTORY.
           OPEN INPUT INST-HISTORY.
           OPEN INPUT FEE-HISTORY.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT REGISTER-FILE.

           PERFORM WRITE-REGISTER-TOTAL.
           CLOSE REGISTER-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE FEE-HISTORY.
           CLOSE INST-HISTORY.
           CLOSE PAYMENT-HISTORY.
           CLOSE LOAN-HISTORY.
           CLOSE FEES.
           CLOSE INSTALLMENTS.
           CLOSE PAYMENTS.
           MOVE 0 TO WS-LOAN-LINE-COUNT.
           MOVE 0 TO WS-OTHER-LOAN-COUNT.
           MOVE 0 TO WS-OTHER-LOAN-TOTAL.
           MOVE 'N' TO WS-FROM-HISTORY.
           MOVE 'N' TO EOF-LOAN.
           MOVE 0 TO LOAN-ID.
           START LOANS KEY IS NOT LESS THAN LOAN-ID
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM PROCESS-CLIENT-HISTORY-LOANS.
           IF WS-CLIENT-TOTAL > 0
               PERFORM WRITE-CLIENT-STATEMENT
               PERFORM WRITE-REGISTER-LINE
           END-IF
           .

      *    A LOAN ARCHIVED SINCE THE YEAR IN QUESTION STILL BELONGS ON
      *    THAT YEAR'S STATEMENT.  A LOAN STILL ON THE LIVE FILE TOO
      *    (AN ARCHIVE RUN THAT STOPPED PART WAY) WAS ALREADY COUNTED
      *    ABOVE AND IS NOT COUNTED TWICE.
       PROCESS-CLIENT-HISTORY-LOANS.
           MOVE 'Y' TO WS-FROM-HISTORY.
           MOVE 'N' TO EOF-HIST-LOAN.
           MOVE WS-CHECK-CLIENT-ID TO HLOAN-CLIENT-ID.
           START LOAN-HISTORY KEY IS EQUAL TO HLOAN-CLIENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-HIST-LOAN
           END-START.
           PERFORM UNTIL EOF-HIST-LOAN = 'Y'
               READ LOAN-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-HIST-LOAN
               NOT AT END
                   IF HLOAN-CLIENT-ID NOT = WS-CHECK-CLIENT-ID
                       MOVE 'Y' TO EOF-HIST-LOAN
                   ELSE
                       PERFORM CHECK-LIVE-LOAN
                       IF WS-LIVE-LOAN-FOUND = 'N'
                           MOVE HLOAN-REC TO LOAN-REC
                           PERFORM COMPUTE-LOAN-INTEREST-PAID
                           IF WS-LOAN-INT-PAID > 0
                               PERFORM SAVE-LOAN-LINE
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-FROM-HISTORY.
           .

       CHECK-LIVE-LOAN.
           MOVE 'N' TO WS-LIVE-LOAN-FOUND.
           MOVE HLOAN-ID TO LOAN-ID.
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LIVE-LOAN-FOUND
           END-READ.
           .

      *    THE INTEREST A CLIENT PAID IN A YEAR IS THE INST-INTEREST-
      *    PART OF EVERY INSTALLMENT SATISFIED THAT YEAR.  THE FILES
      *    DO NOT CARRY A PAID DATE, SO THE LOAN'S POSTED PAYMENTS
      *    (REVERSED ONES EXCLUDED) ARE REPLAYED IN DATE ORDER
      *    AGAINST THE SCHEDULE TO DATE EACH SATISFACTION.  THE
      *    PER-DIEM INTEREST SLICE OF A PAYOFF IS INTEREST PAID ON THE
      *    PAYMENT DATE ITSELF, SO IT IS COUNTED AS IT IS LOADED.
       COMPUTE-LOAN-INTEREST-PAID.
           MOVE LOAN-ID TO WS-CHECK-LOAN-ID.
           MOVE 0 TO WS-LOAN-INT-PAID.
           IF WS-FROM-HISTORY = 'Y'
               PERFORM LOAD-HISTORY-PAYMENTS
               PERFORM LOAD-HISTORY-FEES-PAID
           ELSE
               PERFORM LOAD-LOAN-PAYMENTS
               PERFORM LOAD-LOAN-FEES-PAID
           END-IF.
      *    A TRUNCATED REPLAY WOULD UNDERSTATE THE STATEMENT, SO A
      *    LOAN WITH MORE PAYMENTS THAN THE TABLE HOLDS IS LEFT OFF
      *    AND FLAGGED FOR MANUAL RECONSTRUCTION INSTEAD.
           END-IF
           .

       LOAD-HISTORY-FEES-PAID.
           MOVE 0 TO WS-FEE-PAID-TOTAL.
           MOVE 'N' TO EOF-FEE.
           MOVE WS-CHECK-LOAN-ID TO HFEE-LOAN-ID
           MOVE 0 TO HFEE-MONTH-NUM
           START FEE-HISTORY KEY IS GREATER THAN HFEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y'
               READ FEE-HISTORY NEXT RECORD INTO FEE-REC
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = WS-CHECK-LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       ADD FEE-AMOUNT-PAID TO WS-FEE-PAID-TOTAL
                   END-IF
               END-READ
           END-PERFORM.
           .

      *    ARCHIVED PAYMENTS ARE KEYED BY LOAN, SO ONLY THE LOAN'S OWN
      *    PAYMENTS ARE READ RATHER THAN THE WHOLE FILE.
       LOAD-HISTORY-PAYMENTS.
           MOVE 0 TO WS-PAY-COUNT.
           MOVE 'N' TO WS-PAY-OVERFLOW.
           MOVE 'N' TO EOF-PAYMENT.
           MOVE WS-CHECK-LOAN-ID TO HPAYMENT-LOAN-ID.
           START PAYMENT-HISTORY KEY IS EQUAL TO HPAYMENT-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-PAYMENT
           END-START.
           PERFORM UNTIL EOF-PAYMENT = 'Y'
               READ PAYMENT-HISTORY NEXT RECORD INTO PAYMENT-REC
                   AT END MOVE 'Y' TO EOF-PAYMENT
               NOT AT END
                   IF PAYMENT-LOAN-ID NOT = WS-CHECK-LOAN-ID
                       MOVE 'Y' TO EOF-PAYMENT
                   ELSE
                       IF NOT PAYMENT-REVERSED
                           AND NOT PAYMENT-IS-RECOVERY
                           IF WS-PAY-COUNT < 999
                               PERFORM INSERT-PAYMENT-IN-ORDER
                           ELSE
                               MOVE 'Y' TO WS-PAY-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       LOAD-LOAN-FEES-PAID.
           MOVE 0 TO WS-FEE-PAID-TOTAL.
           MOVE 'N' TO EOF-FEE.
               NOT AT END
                   IF PAYMENT-LOAN-ID = WS-CHECK-LOAN-ID
                       AND NOT PAYMENT-REVERSED
                       AND NOT PAYMENT-IS-RECOVERY
                       IF WS-PAY-COUNT < 999
                           PERFORM INSERT-PAYMENT-IN-ORDER
                       ELSE
           END-PERFORM.
           .

      *    THE PAYOFF INTEREST SLICE NEVER PAID AN INSTALLMENT, SO
      *    ONLY THE REST OF THE PAYMENT GOES INTO THE REPLAY POOL.
      *    PAYMENTS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES AND
      *    HAVE NO SLICE.
       INSERT-PAYMENT-IN-ORDER.
           IF PAYMENT-INTEREST-AMOUNT NOT NUMERIC
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
           END-IF.
           IF PAYMENT-DATE(1:4) = WS-STMT-YEAR
               ADD PAYMENT-INTEREST-AMOUNT TO WS-LOAN-INT-PAID
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           MOVE WS-PAY-COUNT TO WS-IX.
           PERFORM UNTIL WS-IX = 1
               MOVE WS-JX TO WS-IX
           END-PERFORM.
           MOVE PAYMENT-DATE TO WS-PAY-DATE(WS-IX).
           COMPUTE WS-PAY-AMOUNT(WS-IX) =
               PAYMENT-AMOUNT - PAYMENT-INTEREST-AMOUNT.
           .

      *    FEES ARE SATISFIED AHEAD OF INSTALLMENTS WHEN PAYMENTS ARE
           MOVE 1 TO WS-PAY-IX.
           MOVE 0 TO WS-LAST-PAY-DATE.
           MOVE 'N' TO WS-SCHED-DONE.
           IF WS-FROM-HISTORY = 'Y'
               PERFORM REPLAY-HISTORY-SCHEDULE
           ELSE
               PERFORM REPLAY-LIVE-SCHEDULE
           END-IF
           .

       REPLAY-LIVE-SCHEDULE.
           MOVE 'N' TO EOF-INST.
           MOVE WS-CHECK-LOAN-ID TO INST-LOAN-ID
           MOVE 0 TO INST-MONTH-NUM
           END-PERFORM.
           .

       REPLAY-HISTORY-SCHEDULE.
           MOVE 'N' TO EOF-INST.
           MOVE WS-CHECK-LOAN-ID TO HINST-LOAN-ID
           MOVE 0 TO HINST-MONTH-NUM
           START INST-HISTORY KEY IS GREATER THAN HINST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START.
           PERFORM UNTIL EOF-INST = 'Y' OR WS-SCHED-DONE = 'Y'
               READ INST-HISTORY NEXT RECORD INTO INST-REC
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = WS-CHECK-LOAN-ID
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       PERFORM REPLAY-ONE-INSTALLMENT
                   END-IF
               END-READ
           END-PERFORM.
           .

       REPLAY-ONE-INSTALLMENT.
           ADD INST-AMOUNT-DUE TO WS-CUM-NEEDED.
           PERFORM UNTIL WS-CUM-PAID >= WS-CUM-NEEDED
               DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
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
