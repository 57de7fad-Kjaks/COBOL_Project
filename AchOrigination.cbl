       IDENTIFICATION DIVISION.
       PROGRAM-ID. AchOrigination.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MANDATES
               ASSIGN TO 'mandates.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAND-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CLIENTS
               ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLIENT-ID
               ALTERNATE RECORD KEY IS CLIENT-NAME WITH DUPLICATES
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

           SELECT ACH-FILE
               ASSIGN TO 'ach_debits.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MANDATES.
       01  MAND-REC.
           COPY MANDREC.

       FD  CLIENTS.
       01  CLIENT-REC.
           COPY CLIENTREC.

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

       FD  ACH-FILE.
       01  ACH-REC.
           COPY ACHREC.

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-MAND               PIC X VALUE 'N'.
       01  EOF-INST               PIC X VALUE 'N'.
       01  EOF-FEE                PIC X VALUE 'N'.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       01  LOAN-FOUND             PIC X VALUE 'N'.
       01  WS-WRITE-OK            PIC X VALUE 'Y'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-EOD-STATUS          PIC X VALUE SPACE.
       01  WS-COMPANY-ID          PIC X(10) VALUE 'LOANSVC001'.
       01  WS-COMPANY-NAME        PIC X(16) VALUE 'LOAN SERVICING'.
       01  WS-LOAN-ID             PIC 9(5) VALUE 0.
       01  WS-NEXT-PAYMENT-ID     PIC 9(5) VALUE 0.
       01  WS-INST-PAST-DUE       PIC 9(9)V99 VALUE 0.
       01  WS-DEBIT-AMOUNT        PIC 9(9)V99 VALUE 0.
       01  WS-OLD-LOAN-BALANCE    PIC 9(7)V99 VALUE 0.
       01  WS-APPLY-REMAINING     PIC 9(9)V99 VALUE 0.
       01  WS-INST-DUE-REMAINING  PIC 9(7)V99 VALUE 0.
       01  WS-FEE-DUE-REMAINING   PIC 9(5)V99 VALUE 0.
       01  WS-LOAN-FEES-OWED      PIC 9(9)V99 VALUE 0.
       01  WS-ENTRY-COUNT         PIC 9(6) VALUE 0.
       01  WS-ENTRY-HASH          PIC 9(12) VALUE 0.
       01  WS-DEBIT-TOTAL         PIC 9(10)V99 VALUE 0.
       01  WS-MANDATE-COUNT       PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT       PIC 9(9) VALUE 0.
       01  WS-REPEAT-COUNT        PIC 9(9) VALUE 0.
       01  WS-ED-LOAN-BALANCE     PIC ZZZZZZ9.99.
       01  WS-ED-DEBIT-TOTAL      PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
      *    THE DEBITS ARE POSTED AS PAYMENTS DATED WITH THE BUSINESS
      *    DATE AND ONLY THE GL EXTRACT IN THAT DATE'S END-OF-DAY PICKS
      *    THEM UP, SO THE RUN IS REFUSED ONCE END-OF-DAY HAS STARTED
      *    FOR THE DATE - PAYMENTS POSTED THEN WOULD NEVER REACH THE
      *    LEDGER.
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
           OPEN INPUT MANDATES.
           OPEN INPUT CLIENTS.
           OPEN I-O LOANS.
           OPEN I-O PAYMENTS.
           OPEN I-O INSTALLMENTS.
           OPEN I-O FEES.
           OPEN OUTPUT ACH-FILE.
           PERFORM FIND-NEXT-PAYMENT-ID.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM REPEAT-EARLIER-DEBITS.

           MOVE 'N' TO EOF-MAND
           MOVE 0 TO MAND-LOAN-ID
           START MANDATES KEY IS NOT LESS THAN MAND-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-MAND
           END-START.
           PERFORM UNTIL EOF-MAND = 'Y'
               READ MANDATES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-MAND
               NOT AT END
                   IF MAND-ACTIVE
                       ADD 1 TO WS-MANDATE-COUNT
                       PERFORM ORIGINATE-ONE-MANDATE
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-BATCH-TRAILER.
           CLOSE ACH-FILE.
           CLOSE FEES.
           CLOSE INSTALLMENTS.
           CLOSE PAYMENTS.
           CLOSE LOANS.
           CLOSE CLIENTS.
           CLOSE MANDATES.
           MOVE WS-DEBIT-TOTAL TO WS-ED-DEBIT-TOTAL.
           DISPLAY 'ACH origination complete. ' WS-MANDATE-COUNT
               ' active mandate(s), ' WS-ENTRY-COUNT
               ' debit(s) totalling ' WS-ED-DEBIT-TOTAL ', '
               WS-SKIPPED-COUNT ' skipped, ' WS-REPEAT-COUNT
               ' repeated from an earlier run today.'
           STOP RUN.

       FIND-NEXT-PAYMENT-ID.
           MOVE 1 TO WS-NEXT-PAYMENT-ID.
           MOVE 'N' TO EOF-PAYMENT.
           MOVE 99999 TO PAYMENT-ID
           START PAYMENTS KEY IS NOT GREATER THAN PAYMENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-PAYMENT
           END-START.
           IF EOF-PAYMENT = 'N'
               READ PAYMENTS PREVIOUS RECORD
                   AT END
                       CONTINUE
               NOT AT END
                   COMPUTE WS-NEXT-PAYMENT-ID = PAYMENT-ID + 1
               END-READ
           END-IF
           .

       WRITE-BATCH-HEADER.
           MOVE SPACES TO ACH-REC
           MOVE 'H' TO ACH-REC-TYPE
           MOVE WS-RUN-DATE TO ACH-FILE-DATE
           MOVE WS-COMPANY-ID TO ACH-COMPANY-ID
           MOVE WS-COMPANY-NAME TO ACH-COMPANY-NAME
           MOVE 1 TO ACH-BATCH-NUMBER
           WRITE ACH-REC
           .

      *    A DEBIT IS POSTED AS A PAYMENT THE MOMENT IT IS ORIGINATED,
      *    SO A RERUN ON THE SAME BUSINESS DATE WOULD FIND NOTHING LEFT
      *    TO DEBIT AND SEND AN EMPTY BATCH OVER THE ONE NOT YET
      *    TRANSMITTED.  THE DEBITS ALREADY POSTED TODAY ARE THEREFORE
      *    WRITTEN TO THE BATCH AGAIN FIRST, FROM THEIR PAYMENTS, SO
      *    THE FILE IS REPRODUCED IN FULL.  ONE THE BANK HAS ALREADY
      *    RETURNED HAS BEEN REVERSED AND IS NOT SENT AGAIN.
       REPEAT-EARLIER-DEBITS.
           MOVE 'N' TO EOF-PAYMENT.
           MOVE 0 TO PAYMENT-ID
           START PAYMENTS KEY IS NOT LESS THAN PAYMENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-PAYMENT
           END-START.
           PERFORM UNTIL EOF-PAYMENT = 'Y'
               READ PAYMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PAYMENT
               NOT AT END
                   IF PAYMENT-BY-ACH
                       AND PAYMENT-DATE = WS-RUN-DATE
                       AND PAYMENT-OPERATOR = 'ACH'
                       AND NOT PAYMENT-REVERSED
                       PERFORM REPEAT-ONE-DEBIT
                   END-IF
               END-READ
           END-PERFORM
           .

       REPEAT-ONE-DEBIT.
           MOVE PAYMENT-LOAN-ID TO WS-LOAN-ID
           MOVE PAYMENT-AMOUNT TO WS-DEBIT-AMOUNT
           MOVE WS-LOAN-ID TO MAND-LOAN-ID
           READ MANDATES RECORD
               INVALID KEY
                   DISPLAY 'Error: No mandate for earlier debit - '
                       'Payment ID ' PAYMENT-ID
               NOT INVALID KEY
                   MOVE WS-LOAN-ID TO LOAN-ID
                   READ LOANS RECORD
                       INVALID KEY
                           MOVE MAND-CLIENT-ID TO LOAN-CLIENT-ID
                   END-READ
                   PERFORM WRITE-DEBIT-ENTRY
                   ADD 1 TO WS-REPEAT-COUNT
           END-READ
           .

      *    ONLY INSTALLMENTS ALREADY DUE ARE DEBITED.  FEES STILL OPEN
      *    ON THE LOAN ARE ADDED TO THE DEBIT BECAUSE A PAYMENT PAYS
      *    FEES FIRST - WITHOUT THEM THE INSTALLMENT WOULD BE LEFT
      *    SHORT.  AN INSTALLMENT PAID BY AN EARLIER RUN IS NO LONGER
      *    UNPAID, SO A RERUN ON THE SAME DAY DEBITS NOTHING TWICE.
       ORIGINATE-ONE-MANDATE.
           MOVE MAND-LOAN-ID TO WS-LOAN-ID
           MOVE 'N' TO LOAN-FOUND.
           MOVE WS-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LOAN-INACTIVE
                       MOVE 'Y' TO LOAN-FOUND
                   END-IF
           END-READ.
           IF LOAN-FOUND = 'N'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM COMPUTE-INSTALLMENTS-DUE
               IF WS-INST-PAST-DUE > 0
                   PERFORM COMPUTE-LOAN-FEES-OWED
                   COMPUTE WS-DEBIT-AMOUNT =
                       WS-INST-PAST-DUE + WS-LOAN-FEES-OWED
                   IF WS-DEBIT-AMOUNT > LOAN-BALANCE + WS-LOAN-FEES-OWED
                       COMPUTE WS-DEBIT-AMOUNT =
                           LOAN-BALANCE + WS-LOAN-FEES-OWED
                   END-IF
                   PERFORM POST-ACH-PAYMENT
                   IF WS-WRITE-OK = 'Y'
                       PERFORM WRITE-DEBIT-ENTRY
                   END-IF
               END-IF
           END-IF
           .

       COMPUTE-INSTALLMENTS-DUE.
           MOVE 0 TO WS-INST-PAST-DUE.
           MOVE 'N' TO EOF-INST.
           MOVE WS-LOAN-ID TO INST-LOAN-ID
           MOVE 0 TO INST-MONTH-NUM
           START INSTALLMENTS KEY IS GREATER THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START.
           PERFORM UNTIL EOF-INST = 'Y'
               READ INSTALLMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = WS-LOAN-ID
                       OR INST-DUE-DATE > WS-RUN-DATE
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       IF INST-UNPAID
                           COMPUTE WS-INST-PAST-DUE = WS-INST-PAST-DUE
                               + INST-AMOUNT-DUE - INST-AMOUNT-PAID
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

      *    THE DEBIT IS POSTED AS A PAYMENT THE NIGHT IT IS SENT, THE
      *    SAME WAY A LOCKBOX ITEM IS: FEES FIRST, THE REMAINDER OFF
      *    THE BALANCE, THEN THE OLDEST UNPAID INSTALLMENTS.  A DEBIT
      *    THE BANK RETURNS IS REVERSED BY THE RETURNS BATCH.
       POST-ACH-PAYMENT.
           MOVE 'N' TO WS-WRITE-OK.
           PERFORM UNTIL WS-WRITE-OK = 'Y'
               MOVE WS-NEXT-PAYMENT-ID TO PAYMENT-ID
               MOVE WS-LOAN-ID TO PAYMENT-LOAN-ID
               MOVE WS-RUN-DATE TO PAYMENT-DATE
               MOVE WS-DEBIT-AMOUNT TO PAYMENT-AMOUNT
               MOVE 'P' TO PAYMENT-STATUS
               MOVE SPACES TO PAYMENT-REV-REASON
               MOVE ZEROS TO PAYMENT-REV-DATE
               MOVE 'A' TO PAYMENT-METHOD
               MOVE 'ACH' TO PAYMENT-OPERATOR
               MOVE 'N' TO PAYMENT-RECOVERY-FLAG
               MOVE WS-LOAN-FEES-OWED TO PAYMENT-FEE-AMOUNT
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
               MOVE 'Y' TO WS-WRITE-OK
               WRITE PAYMENT-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               ADD 1 TO WS-NEXT-PAYMENT-ID
           END-PERFORM.

           MOVE LOAN-BALANCE TO WS-OLD-LOAN-BALANCE.
           MOVE WS-DEBIT-AMOUNT TO WS-APPLY-REMAINING.
           PERFORM APPLY-PAYMENT-TO-FEES.
           SUBTRACT WS-APPLY-REMAINING FROM LOAN-BALANCE.
           IF LOAN-BALANCE = 0
               MOVE 'P' TO LOAN-STATUS
           END-IF.
           REWRITE LOAN-REC INVALID KEY
               DISPLAY 'Error: Unable to update loan - Loan ID '
                   LOAN-ID
               MOVE 'N' TO WS-WRITE-OK
           END-REWRITE.
           IF WS-WRITE-OK = 'Y'
               PERFORM WRITE-ACH-AUDIT
               PERFORM APPLY-PAYMENT-TO-INSTALLMENTS
           END-IF
           .

       WRITE-DEBIT-ENTRY.
           MOVE SPACES TO CLIENT-NAME
           MOVE LOAN-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   MOVE SPACES TO CLIENT-NAME
           END-READ
           MOVE SPACES TO ACH-REC
           MOVE 'D' TO ACH-REC-TYPE
           MOVE PAYMENT-ID TO ACH-TRACE-NUMBER
           MOVE WS-LOAN-ID TO ACH-LOAN-ID
           MOVE MAND-ROUTING TO ACH-ROUTING
           MOVE MAND-ACCOUNT TO ACH-ACCOUNT
           MOVE MAND-ACCT-TYPE TO ACH-ACCT-TYPE
           MOVE WS-DEBIT-AMOUNT TO ACH-AMOUNT
           MOVE CLIENT-NAME TO ACH-CLIENT-NAME
           MOVE WS-RUN-DATE TO ACH-EFFECTIVE-DATE
           WRITE ACH-REC
           ADD 1 TO WS-ENTRY-COUNT
           ADD MAND-ROUTING TO WS-ENTRY-HASH
           ADD WS-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
           .

      *    THE ENTRY HASH KEEPS ONLY ITS LOW-ORDER TEN DIGITS, AS THE
      *    BANK EXPECTS.
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO ACH-REC
           MOVE 'T' TO ACH-REC-TYPE
           MOVE WS-ENTRY-COUNT TO ACH-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO ACH-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL TO ACH-TOTAL-DEBIT
           WRITE ACH-REC
           .

       WRITE-ACH-AUDIT.
           MOVE 'LOAN' TO AUDIT-RECORD-TYPE
           MOVE 'PAYMT' TO AUDIT-ACTION
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
           .

       APPLY-PAYMENT-TO-FEES.
           MOVE 'N' TO EOF-FEE.
           MOVE WS-LOAN-ID TO FEE-LOAN-ID
           MOVE 0 TO FEE-MONTH-NUM
           START FEES KEY IS GREATER THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y' OR WS-APPLY-REMAINING = 0
               READ FEES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       IF FEE-UNPAID
                           PERFORM APPLY-TO-ONE-FEE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       APPLY-TO-ONE-FEE.
           COMPUTE WS-FEE-DUE-REMAINING =
               FEE-AMOUNT - FEE-AMOUNT-PAID
           IF WS-APPLY-REMAINING >= WS-FEE-DUE-REMAINING
               SUBTRACT WS-FEE-DUE-REMAINING FROM WS-APPLY-REMAINING
               MOVE FEE-AMOUNT TO FEE-AMOUNT-PAID
               MOVE WS-RUN-DATE TO FEE-PAID-DATE
               MOVE 'F' TO FEE-STATUS
           ELSE
               ADD WS-APPLY-REMAINING TO FEE-AMOUNT-PAID
               MOVE 0 TO WS-APPLY-REMAINING
               MOVE 'P' TO FEE-STATUS
           END-IF
           REWRITE FEE-REC INVALID KEY
               DISPLAY 'Error: Unable to update fee - Loan ID '
                   FEE-LOAN-ID
           END-REWRITE
           .

       COMPUTE-LOAN-FEES-OWED.
           MOVE 0 TO WS-LOAN-FEES-OWED.
           MOVE 'N' TO EOF-FEE.
           MOVE WS-LOAN-ID TO FEE-LOAN-ID
           MOVE 0 TO FEE-MONTH-NUM
           START FEES KEY IS GREATER THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y'
               READ FEES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       IF FEE-UNPAID
                           COMPUTE WS-LOAN-FEES-OWED =
                               WS-LOAN-FEES-OWED
                               + FEE-AMOUNT - FEE-AMOUNT-PAID
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       APPLY-PAYMENT-TO-INSTALLMENTS.
           MOVE 'N' TO EOF-INST.
           MOVE WS-LOAN-ID TO INST-LOAN-ID
           MOVE 0 TO INST-MONTH-NUM
           START INSTALLMENTS KEY IS GREATER THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START.
           PERFORM UNTIL EOF-INST = 'Y' OR WS-APPLY-REMAINING = 0
               READ INSTALLMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       IF INST-UNPAID
                           PERFORM APPLY-TO-ONE-INSTALLMENT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       APPLY-TO-ONE-INSTALLMENT.
           COMPUTE WS-INST-DUE-REMAINING =
               INST-AMOUNT-DUE - INST-AMOUNT-PAID
           IF WS-APPLY-REMAINING >= WS-INST-DUE-REMAINING
               SUBTRACT WS-INST-DUE-REMAINING FROM WS-APPLY-REMAINING
               MOVE INST-AMOUNT-DUE TO INST-AMOUNT-PAID
               MOVE 'F' TO INST-STATUS
           ELSE
               ADD WS-APPLY-REMAINING TO INST-AMOUNT-PAID
               MOVE 0 TO WS-APPLY-REMAINING
               MOVE 'P' TO INST-STATUS
           END-IF
           REWRITE INST-REC INVALID KEY
               DISPLAY 'Error: Unable to update installment - '
                   'Loan ID ' INST-LOAN-ID
           END-REWRITE
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
