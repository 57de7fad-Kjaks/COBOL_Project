               RECORD KEY IS PAYMENT-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ACCRUALS
               ASSIGN TO 'accruals.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ACCR-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT GL-POSTING-FILE
               ASSIGN TO 'gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  PAYMENT-REC.
           COPY PAYREC.

       FD  ACCRUALS.
       01  ACCRUAL-REC.
           COPY ACCRREC.

       FD  CHARGEOFFS.
       01  CHARGEOFF-REC.
           COPY CHGOREC.

       FD  GL-POSTING-FILE.
       01  GL-REC.
           COPY GLJRNREC.

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN                PIC X VALUE 'N'.
       01  EOF-PAYMENT             PIC X VALUE 'N'.
       01  EOF-ACCRUAL             PIC X VALUE 'N'.
       01  EOF-CHARGEOFF           PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-POST-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-POST-SOURCE-TYPE     PIC X(06) VALUE SPACES.

       01  GL-CASH-ACCOUNT         PIC 9(4) VALUE 1000.
       01  GL-LOANS-ACCOUNT        PIC 9(4) VALUE 1200.
       01  GL-INTEREST-INC-ACCOUNT PIC 9(4) VALUE 4000.
       01  GL-FEE-INCOME-ACCOUNT   PIC 9(4) VALUE 4100.
       01  GL-LOAN-LOSS-ACCOUNT    PIC 9(4) VALUE 5100.
       01  GL-RECOVERY-ACCOUNT     PIC 9(4) VALUE 4200.
       01  GL-AGENCY-COMM-ACCOUNT  PIC 9(4) VALUE 5300.
       01  WS-NONFEE-AMOUNT        PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT GL-POSTING-FILE.

           PERFORM EXTRACT-DISBURSEMENTS.
           PERFORM EXTRACT-PAYMENT-ACTIVITY.
           PERFORM EXTRACT-ACCRUALS.
           PERFORM EXTRACT-WRITE-OFFS.
           PERFORM WRITE-BATCH-TRAILER.

           CLOSE GL-POSTING-FILE.
           DISPLAY 'GL extract complete for ' WS-RUN-DATE '. '
               WS-EVENT-COUNT ' event(s), ' WS-LINE-COUNT
               ' posting line(s), hash total ' WS-ED-HASH-TOTAL '.'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

       EXTRACT-DISBURSEMENTS.
           MOVE 'N' TO EOF-LOAN.
      *    FEES ARE TAKEN OUT OF A PAYMENT BEFORE THE REMAINDER
      *    REDUCES THE LOAN BALANCE, SO ONLY THE NON-FEE PORTION
      *    CREDITS LOANS RECEIVABLE; THE FEE SLICE SAVED ON THE
      *    PAYMENT CREDITS FEE INCOME.  THE PER-DIEM INTEREST SLICE
      *    OF A SETTLING PAYOFF NEVER ACCRUED INTO THE BALANCE EITHER,
      *    SO IT CREDITS INTEREST INCOME.  PAYMENTS WRITTEN BEFORE
      *    THESE FIELDS EXISTED CARRY SPACES AND POST AS ALL PRINCIPAL.
       EXTRACT-PAYMENT-ACTIVITY.
           MOVE 'N' TO EOF-PAYMENT.
           OPEN INPUT PAYMENTS.
                   IF PAYMENT-FEE-AMOUNT NOT NUMERIC
                       MOVE 0 TO PAYMENT-FEE-AMOUNT
                   END-IF
                   IF PAYMENT-INTEREST-AMOUNT NOT NUMERIC
                       MOVE 0 TO PAYMENT-INTEREST-AMOUNT
                   END-IF
                   COMPUTE WS-NONFEE-AMOUNT =
                       PAYMENT-AMOUNT - PAYMENT-FEE-AMOUNT
                       - PAYMENT-INTEREST-AMOUNT
                   IF PAYMENT-IS-RECOVERY
                       IF PAYMENT-DATE = WS-RUN-DATE
                           PERFORM EXTRACT-ONE-RECOVERY
                       END-IF
                       IF PAYMENT-REVERSED
                           AND PAYMENT-REV-DATE = WS-RUN-DATE
                           PERFORM EXTRACT-ONE-RECOVERY-REVERSAL
                       END-IF
                   ELSE
                       IF PAYMENT-DATE = WS-RUN-DATE
                           PERFORM EXTRACT-ONE-PAYMENT
                       END-IF
                       IF PAYMENT-REVERSED
                           AND PAYMENT-REV-DATE = WS-RUN-DATE
                           PERFORM EXTRACT-ONE-REVERSAL
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
               MOVE GL-FEE-INCOME-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF PAYMENT-INTEREST-AMOUNT > 0
               MOVE PAYMENT-INTEREST-AMOUNT TO WS-POST-AMOUNT
               MOVE 'PAYINT' TO WS-POST-SOURCE-TYPE
               MOVE GL-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE GL-INTEREST-INC-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           .

       EXTRACT-ONE-REVERSAL.
               MOVE GL-CASH-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF PAYMENT-INTEREST-AMOUNT > 0
               MOVE PAYMENT-INTEREST-AMOUNT TO WS-POST-AMOUNT
               MOVE 'REVINT' TO WS-POST-SOURCE-TYPE
               MOVE GL-INTEREST-INC-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE GL-CASH-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           .

      *    A RECOVERY ON A WRITTEN-OFF LOAN NEVER TOUCHES LOANS
      *    RECEIVABLE - THE WHOLE AMOUNT COLLECTED IS RECOVERY INCOME.
      *    AN AGENCY REMITS NET OF ITS COMMISSION, SO ONLY THE NET
      *    REACHES CASH AND THE COMMISSION (CARRIED IN THE FEE SLICE
      *    OF A RECOVERY) IS BOOKED AS COLLECTION EXPENSE.
       EXTRACT-ONE-RECOVERY.
           MOVE PAYMENT-ID TO WS-POST-SOURCE-KEY
           IF WS-NONFEE-AMOUNT > 0
               MOVE WS-NONFEE-AMOUNT TO WS-POST-AMOUNT
               MOVE 'RECOVR' TO WS-POST-SOURCE-TYPE
               MOVE GL-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE GL-RECOVERY-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF PAYMENT-FEE-AMOUNT > 0
               MOVE PAYMENT-FEE-AMOUNT TO WS-POST-AMOUNT
               MOVE 'AGYCOM' TO WS-POST-SOURCE-TYPE
               MOVE GL-AGENCY-COMM-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE GL-RECOVERY-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           .

       EXTRACT-ONE-RECOVERY-REVERSAL.
           MOVE PAYMENT-ID TO WS-POST-SOURCE-KEY
           IF WS-NONFEE-AMOUNT > 0
               MOVE WS-NONFEE-AMOUNT TO WS-POST-AMOUNT
               MOVE 'REVREC' TO WS-POST-SOURCE-TYPE
               MOVE GL-RECOVERY-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE GL-CASH-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF PAYMENT-FEE-AMOUNT > 0
               MOVE PAYMENT-FEE-AMOUNT TO WS-POST-AMOUNT
               MOVE 'REVCOM' TO WS-POST-SOURCE-TYPE
               MOVE GL-RECOVERY-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE GL-AGENCY-COMM-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           .

      *    MONTH-END INTEREST IS CAPITALISED INTO THE LOAN BALANCE,
      *    SO THE ACCRUAL DATED TODAY RAISES LOANS RECEIVABLE AND IS
      *    RECOGNISED AS INTEREST INCOME.  THE ACCRUALS FILE HAS NO
      *    SURROGATE KEY OF ITS OWN, SO THE LINE CARRIES THE LOAN ID.
       EXTRACT-ACCRUALS.
           MOVE 'N' TO EOF-ACCRUAL.
           OPEN INPUT ACCRUALS.
           PERFORM UNTIL EOF-ACCRUAL = 'Y'
               READ ACCRUALS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-ACCRUAL
               NOT AT END
                   IF ACCR-DATE = WS-RUN-DATE
                       AND ACCR-INTEREST > 0
                       MOVE ACCR-INTEREST TO WS-POST-AMOUNT
                       MOVE 'ACCRUE' TO WS-POST-SOURCE-TYPE
                       MOVE ACCR-LOAN-ID TO WS-POST-SOURCE-KEY
                       MOVE GL-LOANS-ACCOUNT TO WS-DEBIT-ACCOUNT
                       MOVE GL-INTEREST-INC-ACCOUNT
                           TO WS-CREDIT-ACCOUNT
                       PERFORM WRITE-POSTING-PAIR
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCRUALS.
           .

      *    A WRITE-OFF LEAVES THE BALANCE ON THE LOAN RECORD BUT TAKES
      *    IT OUT OF LOANS RECEIVABLE: THE PRINCIPAL FROZEN ON THE
      *    CHARGE-OFF RECORD IS BOOKED AS A LOAN LOSS.  UNPAID LATE
      *    FEES WERE NEVER BOOKED AS RECEIVABLE, SO THEY ARE NOT
      *    POSTED.  RECORDS CREATED FOR LOANS WRITTEN OFF BEFORE THE
      *    CHARGEOFFS FILE EXISTED CARRY A ZERO DATE AND NEVER MATCH.
       EXTRACT-WRITE-OFFS.
           MOVE 'N' TO EOF-CHARGEOFF.
           OPEN INPUT CHARGEOFFS.
           PERFORM UNTIL EOF-CHARGEOFF = 'Y'
               READ CHARGEOFFS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CHARGEOFF
               NOT AT END
                   IF CHGO-DATE = WS-RUN-DATE
                       AND CHGO-PRINCIPAL > 0
                       MOVE CHGO-PRINCIPAL TO WS-POST-AMOUNT
                       MOVE 'WRTOFF' TO WS-POST-SOURCE-TYPE
                       MOVE CHGO-LOAN-ID TO WS-POST-SOURCE-KEY
                       MOVE GL-LOAN-LOSS-ACCOUNT TO WS-DEBIT-ACCOUNT
                       MOVE GL-LOANS-ACCOUNT TO WS-CREDIT-ACCOUNT
                       PERFORM WRITE-POSTING-PAIR
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE CHARGEOFFS.
           .

       WRITE-POSTING-PAIR.
           MOVE WS-HASH-TOTAL TO GL-HASH-TOTAL
           WRITE GL-REC
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
           MOVE 'GLDailyExtract' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-LINE-COUNT TO ESR-ITEM-COUNT
           MOVE 0 TO ESR-EXCEPTION-COUNT
           MOVE WS-HASH-TOTAL TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
