       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyRemittance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE
               ASSIGN TO 'agency_remittance.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO 'remittance_checkpoint.dat'
               ORGANIZATION IS SEQUENTIAL.

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

           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT AUDIT-LOG
               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-REPORT
               ASSIGN TO 'remittance_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REMITTANCE-FILE.
       01  RMIT-REC.
           COPY RMITREC.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC         PIC 9(9).

       FD  LOANS.
       01  LOAN-REC.
           COPY LOANREC.

       FD  PAYMENTS.
       01  PAYMENT-REC.
           COPY PAYREC.

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

       FD  AUDIT-LOG.
       01  AUDIT-REC.
           COPY AUDITREC.

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE         PIC X(120).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-RMIT                PIC X VALUE 'N'.
       01  EOF-PAYMENT             PIC X VALUE 'N'.
       01  LOAN-FOUND              PIC X VALUE 'N'.
       01  CHGO-FOUND              PIC X VALUE 'N'.
       01  WS-WRITE-OK             PIC X VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-EOD-STATUS           PIC X VALUE SPACE.
       01  WS-CHECKPOINT-COUNT     PIC 9(9) VALUE 0.
       01  WS-SKIP-COUNTER         PIC 9(9) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(9) VALUE 0.
       01  WS-POSTED-GROSS         PIC 9(9)V99 VALUE 0.
       01  WS-POSTED-COMMISSION    PIC 9(9)V99 VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-REJECTED-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
       01  WS-NEXT-PAYMENT-ID      PIC 9(5) VALUE 0.
       01  WS-RECOVERY-OWED        PIC 9(9)V99 VALUE 0.
       01  WS-OLD-RECOVERED        PIC 9(7)V99 VALUE 0.
       01  WS-ED-AMOUNT            PIC ZZZZZZ9.99.
       01  WS-ED-COMMISSION        PIC ZZZZZZ9.99.
       01  WS-ED-POSTED-GROSS      PIC ZZZZZZZZ9.99.
       01  WS-ED-POSTED-COMMISSION PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
      *    THE RECOVERIES ARE POSTED AS PAYMENTS DATED WITH THE
      *    BUSINESS DATE AND ONLY THE GL EXTRACT IN THAT DATE'S
      *    END-OF-DAY PICKS THEM UP, SO THE RUN IS REFUSED ONCE
      *    END-OF-DAY HAS STARTED FOR THE DATE - RECOVERIES POSTED THEN
      *    WOULD NEVER REACH THE LEDGER.
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
           PERFORM READ-CHECKPOINT.
           OPEN INPUT REMITTANCE-FILE.
           PERFORM SKIP-TO-CHECKPOINT.
           OPEN INPUT LOANS.
           OPEN I-O PAYMENTS.
           OPEN I-O CHARGEOFFS.
           OPEN EXTEND EXCEPTION-REPORT.
           PERFORM FIND-NEXT-PAYMENT-ID.

           MOVE 'N' TO EOF-RMIT
           PERFORM UNTIL EOF-RMIT = 'Y'
               READ REMITTANCE-FILE
                   AT END MOVE 'Y' TO EOF-RMIT
               NOT AT END
      *    THE CHECKPOINT IS TAKEN BEFORE THE ITEM IS APPLIED: A
      *    CRASH MID-ITEM LEAVES THAT ONE ITEM UNPOSTED FOR THE
      *    EXCEPTION RUN RATHER THAN POSTED TWICE.
                   ADD 1 TO WS-CHECKPOINT-COUNT
                   PERFORM WRITE-CHECKPOINT
                   PERFORM APPLY-REMITTANCE-ITEM
               END-READ
           END-PERFORM.

           CLOSE EXCEPTION-REPORT.
           CLOSE CHARGEOFFS.
           CLOSE PAYMENTS.
           CLOSE LOANS.
           CLOSE REMITTANCE-FILE.
      *    THE WHOLE FILE WAS HANDLED, SO THE CHECKPOINT IS CLEARED AND
      *    THE NEXT REMITTANCE FILE IS READ FROM ITS FIRST ITEM.
           MOVE 0 TO WS-CHECKPOINT-COUNT.
           PERFORM WRITE-CHECKPOINT.
           MOVE WS-POSTED-GROSS TO WS-ED-POSTED-GROSS.
           MOVE WS-POSTED-COMMISSION TO WS-ED-POSTED-COMMISSION.
           DISPLAY 'Agency remittance import complete. '
               WS-POSTED-COUNT ' recovery item(s) posted totalling '
               WS-ED-POSTED-GROSS ' gross, commission '
               WS-ED-POSTED-COMMISSION ', ' WS-REJECTED-COUNT
               ' item(s) rejected.'
           STOP RUN.

       READ-CHECKPOINT.
           MOVE 0 TO WS-CHECKPOINT-COUNT.
           OPEN INPUT CHECKPOINT-FILE.
           READ CHECKPOINT-FILE INTO WS-CHECKPOINT-COUNT
               AT END
                   MOVE 0 TO WS-CHECKPOINT-COUNT
           END-READ.
           CLOSE CHECKPOINT-FILE.
           .

      *    PAYMENT IDS ARE GENERATED, SO A REPLAYED ITEM WOULD POST AS
      *    A FRESH DUPLICATE RECOVERY - THE CHECKPOINT IS REWRITTEN
      *    BEFORE EVERY ITEM SO A RESTART NEVER POSTS ONE TWICE.
       SKIP-TO-CHECKPOINT.
           MOVE 0 TO WS-SKIP-COUNTER.
           PERFORM UNTIL WS-SKIP-COUNTER >= WS-CHECKPOINT-COUNT
               READ REMITTANCE-FILE
                   AT END
                       MOVE WS-CHECKPOINT-COUNT TO WS-SKIP-COUNTER
               NOT AT END
                       ADD 1 TO WS-SKIP-COUNTER
               END-READ
           END-PERFORM.
           IF WS-CHECKPOINT-COUNT > 0
               DISPLAY 'Restarting after checkpoint - '
                   WS-CHECKPOINT-COUNT ' item(s) handled.'
           END-IF
           .

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CHECKPOINT-COUNT TO CHECKPOINT-REC.
           WRITE CHECKPOINT-REC.
           CLOSE CHECKPOINT-FILE.
           .

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

      *    THE AGENCY MAY ONLY COLLECT ON ACCOUNTS PLACED WITH IT, AND
      *    NEVER MORE THAN IS STILL OUTSTANDING ON THE CHARGE-OFF.
       APPLY-REMITTANCE-ITEM.
           MOVE 'N' TO LOAN-FOUND.
           MOVE RMIT-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LOAN-FOUND
           END-READ.
           MOVE 'N' TO CHGO-FOUND.
           MOVE RMIT-LOAN-ID TO CHGO-LOAN-ID
           READ CHARGEOFFS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CHGO-FOUND
           END-READ.
           IF CHGO-FOUND = 'Y'
               COMPUTE WS-RECOVERY-OWED = CHGO-PRINCIPAL + CHGO-FEES
                   - CHGO-RECOVERED
           END-IF.
           EVALUATE TRUE
               WHEN LOAN-FOUND = 'N'
                   MOVE 'LOAN NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN NOT LOAN-WRITTEN-OFF
                   MOVE 'LOAN NOT WRITTEN OFF' TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN CHGO-FOUND = 'N'
                   MOVE 'ACCOUNT NOT PLACED' TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN CHGO-AGENCY-CODE = SPACES
                   MOVE 'ACCOUNT NOT PLACED' TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN CHGO-AGENCY-CODE NOT = RMIT-AGENCY-CODE
                   MOVE 'PLACED WITH ANOTHER AGENCY'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN RMIT-GROSS-AMOUNT = 0
                   MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN RMIT-COMMISSION > RMIT-GROSS-AMOUNT
                   MOVE 'COMMISSION EXCEEDS AMOUNT'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN RMIT-GROSS-AMOUNT > WS-RECOVERY-OWED
                   MOVE 'AMOUNT EXCEEDS CHARGE-OFF'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-REMITTANCE-ITEM
               WHEN OTHER
                   PERFORM POST-AGENCY-RECOVERY
           END-EVALUATE
           .

      *    THE BORROWER IS CREDITED WITH THE GROSS AMOUNT COLLECTED;
      *    THE COMMISSION THE AGENCY KEPT RIDES IN THE FEE SLICE OF
      *    THE RECOVERY PAYMENT SO SETTLEMENT AND THE GL SEE ONLY THE
      *    NET CASH ARRIVE.  THE PAYMENT IS DATED WITH THE BUSINESS
      *    DATE THE MONEY IS BOOKED ON, SO THE GL EXTRACT AND THE
      *    PORTFOLIO RECONCILIATION PICK IT UP; THE AGENCY'S OWN
      *    COLLECTION DATE IS KEPT AS THE CHARGE-OFF'S LAST RECOVERY.
       POST-AGENCY-RECOVERY.
           MOVE 'N' TO WS-WRITE-OK.
           PERFORM UNTIL WS-WRITE-OK = 'Y'
               MOVE WS-NEXT-PAYMENT-ID TO PAYMENT-ID
               MOVE RMIT-LOAN-ID TO PAYMENT-LOAN-ID
               MOVE WS-RUN-DATE TO PAYMENT-DATE
               MOVE RMIT-GROSS-AMOUNT TO PAYMENT-AMOUNT
               MOVE 'P' TO PAYMENT-STATUS
               MOVE SPACES TO PAYMENT-REV-REASON
               MOVE ZEROS TO PAYMENT-REV-DATE
               MOVE 'G' TO PAYMENT-METHOD
               MOVE 'AGENCY' TO PAYMENT-OPERATOR
               MOVE RMIT-COMMISSION TO PAYMENT-FEE-AMOUNT
               MOVE 'Y' TO PAYMENT-RECOVERY-FLAG
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
               MOVE 'Y' TO WS-WRITE-OK
               WRITE PAYMENT-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               ADD 1 TO WS-NEXT-PAYMENT-ID
           END-PERFORM.

           MOVE CHGO-RECOVERED TO WS-OLD-RECOVERED.
           ADD RMIT-GROSS-AMOUNT TO CHGO-RECOVERED.
           ADD RMIT-GROSS-AMOUNT TO CHGO-AGENCY-RECOVERED.
           ADD RMIT-COMMISSION TO CHGO-AGENCY-COMMISSION.
           MOVE RMIT-DATE TO CHGO-LAST-RECOVERY.
           IF CHGO-RECOVERED NOT < CHGO-PRINCIPAL + CHGO-FEES
               MOVE 'S' TO CHGO-STATUS
           END-IF.
           REWRITE CHGO-REC INVALID KEY
               DISPLAY 'Error: Unable to update charge-off - Loan ID '
                   CHGO-LOAN-ID
               MOVE 'N' TO WS-WRITE-OK
           END-REWRITE.
           IF WS-WRITE-OK = 'Y'
               MOVE 'CHARGEOFF' TO AUDIT-RECORD-TYPE
               MOVE 'RECOVR' TO AUDIT-ACTION
               MOVE CHGO-LOAN-ID TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE SPACES TO AUDIT-AFTER-VALUE
               MOVE WS-OLD-RECOVERED TO WS-ED-AMOUNT
               STRING WS-ED-AMOUNT DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-VALUE
               MOVE CHGO-RECOVERED TO WS-ED-AMOUNT
               STRING WS-ED-AMOUNT DELIMITED BY SIZE
                   ' AGENCY ' DELIMITED BY SIZE
                   RMIT-AGENCY-CODE DELIMITED BY SIZE
                   ' COLLECTED ' DELIMITED BY SIZE
                   RMIT-DATE DELIMITED BY SIZE
                   INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-POSTED-COUNT
               ADD RMIT-GROSS-AMOUNT TO WS-POSTED-GROSS
               ADD RMIT-COMMISSION TO WS-POSTED-COMMISSION
           END-IF
           .

       REJECT-REMITTANCE-ITEM.
           ADD 1 TO WS-REJECTED-COUNT
           ADD RMIT-GROSS-AMOUNT TO WS-REJECTED-TOTAL
           MOVE RMIT-GROSS-AMOUNT TO WS-ED-AMOUNT
           MOVE RMIT-COMMISSION TO WS-ED-COMMISSION
           MOVE SPACES TO EXCEPTION-LINE
           STRING 'AGENCY ' RMIT-AGENCY-CODE
               '  LOAN ' RMIT-LOAN-ID
               '  DATE ' RMIT-DATE
               '  AMOUNT ' WS-ED-AMOUNT
               '  COMM ' WS-ED-COMMISSION
               '  ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
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

       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'AGENCY' TO AUDIT-OPERATOR.
           OPEN EXTEND AUDIT-LOG.
           WRITE AUDIT-REC.
           CLOSE AUDIT-LOG.
           .
