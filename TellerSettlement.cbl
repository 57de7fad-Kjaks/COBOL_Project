               ASSIGN TO 'teller_settlement.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SETTLEMENT-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           SORT SETTLEMENT-SORT-FILE
               ON ASCENDING KEY SORT-OPERATOR
               ON ASCENDING KEY SORT-EVENT-TYPE
               OUTPUT PROCEDURE IS PRINT-SETTLEMENT-REPORT.
           DISPLAY 'Teller settlement complete for ' WS-RUN-DATE '. '
               WS-OPERATOR-COUNT ' operator drawer(s) settled.'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

      *    A PAYMENT TAKEN TODAY IS A RECEIPT FOR THE OPERATOR WHO
      *    TOOK IT EVEN IF IT WAS ALSO REVERSED TODAY - THE REVERSAL
           MOVE PAYMENT-ID TO SORT-PAYMENT-ID
           MOVE PAYMENT-METHOD TO SORT-METHOD
           MOVE SPACES TO SORT-REV-REASON
           PERFORM SET-SETTLED-AMOUNT
           RELEASE SORT-REC
           .

           MOVE PAYMENT-ID TO SORT-PAYMENT-ID
           MOVE PAYMENT-METHOD TO SORT-METHOD
           MOVE PAYMENT-REV-REASON TO SORT-REV-REASON
           PERFORM SET-SETTLED-AMOUNT
           RELEASE SORT-REC
           .

      *    A COLLECTION AGENCY REMITS NET OF ITS COMMISSION, WHICH IS
      *    CARRIED IN THE FEE SLICE OF ITS PAYMENTS - ONLY THE NET
      *    ARRIVES AT THE BANK.
       SET-SETTLED-AMOUNT.
           IF PAYMENT-BY-AGENCY AND PAYMENT-FEE-AMOUNT NUMERIC
               COMPUTE SORT-AMOUNT =
                   PAYMENT-AMOUNT - PAYMENT-FEE-AMOUNT
           ELSE
               MOVE PAYMENT-AMOUNT TO SORT-AMOUNT
           END-IF
           .

       PRINT-SETTLEMENT-REPORT.
           OPEN OUTPUT SETTLEMENT-REPORT.
           MOVE SPACES TO REPORT-LINE.

      *    METHOD SPACE IS A PAYMENT WRITTEN BEFORE THE METHOD FIELD
      *    EXISTED AND SETTLES AS CASH.
      *    AN ACH DEBIT RETURNED FOR INSUFFICIENT OR UNCOLLECTED
      *    FUNDS (R01/R09) COUNTS WITH THE NSF REVERSALS.
       TALLY-SETTLEMENT-EVENT.
           IF SORT-EVENT-TYPE = 'P'
               EVALUATE SORT-METHOD
                       ADD 1 TO WS-OP-CHECK-COUNT
                       ADD SORT-AMOUNT TO WS-OP-CHECK-TOTAL
                   WHEN 'L'
                   WHEN 'G'
                   WHEN 'A'
                       ADD 1 TO WS-OP-BANK-COUNT
                       ADD SORT-AMOUNT TO WS-OP-BANK-TOTAL
                   WHEN OTHER
                       ADD SORT-AMOUNT TO WS-OP-CASH-TOTAL
               END-EVALUATE
           ELSE
               IF SORT-REV-REASON = 'NSF' OR 'R01' OR 'R09'
                   ADD 1 TO WS-OP-NSF-COUNT
                   ADD SORT-AMOUNT TO WS-OP-NSF-TOTAL
               ELSE
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
           MOVE 'TellerSettlement' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-OPERATOR-COUNT TO ESR-ITEM-COUNT
           MOVE 0 TO ESR-EXCEPTION-COUNT
           COMPUTE ESR-AMOUNT = WS-ALL-CASH-TOTAL
               + WS-ALL-CHECK-TOTAL + WS-ALL-BANK-TOTAL
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
