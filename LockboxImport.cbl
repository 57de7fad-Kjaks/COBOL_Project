               RECORD KEY IS FEE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT AUDIT-LOG
               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'lockbox_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  FEE-REC.
           COPY FEEREC.

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

       FD  AUDIT-LOG.
       01  AUDIT-REC.
           COPY AUDITREC.
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE         PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-LBOX                PIC X VALUE 'N'.
       01  EOF-INST                PIC X VALUE 'N'.
       01  EOF-FEE                 PIC X VALUE 'N'.
       01  EOF-PAYMENT             PIC X VALUE 'N'.
       01  LOAN-FOUND              PIC X VALUE 'N'.
       01  CHGO-FOUND              PIC X VALUE 'N'.
       01  WS-WRITE-OK             PIC X VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-CHECKPOINT-COUNT     PIC 9(9) VALUE 0.
       01  WS-SKIP-COUNTER         PIC 9(9) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(9) VALUE 0.
       01  WS-POSTED-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-SUSPENDED-COUNT      PIC 9(9) VALUE 0.
       01  WS-SUSPENDED-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-RECOVERED-COUNT      PIC 9(9) VALUE 0.
       01  WS-RECOVERED-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-RECOVERY-OWED        PIC 9(9)V99 VALUE 0.
       01  WS-OLD-RECOVERED        PIC 9(7)V99 VALUE 0.
       01  WS-SUSPEND-REASON       PIC X(30) VALUE SPACES.
       01  WS-NEXT-PAYMENT-ID      PIC 9(5) VALUE 0.
       01  WS-OLD-LOAN-BALANCE     PIC 9(7)V99 VALUE 0.
       01  WS-ED-LOAN-BALANCE      PIC ZZZZZZ9.99.
       01  WS-ED-AMOUNT            PIC ZZZZZZ9.99.
       01  WS-ED-POSTED-TOTAL      PIC ZZZZZZZZ9.99.
       01  WS-ED-RECOVERED-TOTAL   PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-CHECKPOINT.
           OPEN INPUT LOCKBOX-FILE.
           PERFORM SKIP-TO-CHECKPOINT.
           OPEN I-O PAYMENTS.
           OPEN I-O INSTALLMENTS.
           OPEN I-O FEES.
           OPEN I-O CHARGEOFFS.
           OPEN EXTEND SUSPENSE-FILE.
           OPEN EXTEND EXCEPTION-REPORT.
           PERFORM FIND-NEXT-PAYMENT-ID.

           CLOSE EXCEPTION-REPORT.
           CLOSE SUSPENSE-FILE.
           CLOSE CHARGEOFFS.
           CLOSE FEES.
           CLOSE INSTALLMENTS.
           CLOSE PAYMENTS.
           CLOSE LOANS.
           CLOSE LOCKBOX-FILE.
      *    THE WHOLE FILE WAS HANDLED, SO THE CHECKPOINT IS CLEARED AND
      *    THE NEXT NIGHT'S FILE IS READ FROM ITS FIRST ITEM.
           MOVE 0 TO WS-CHECKPOINT-COUNT.
           PERFORM WRITE-CHECKPOINT.
           MOVE WS-POSTED-TOTAL TO WS-ED-POSTED-TOTAL.
           DISPLAY 'Lockbox import complete. ' WS-POSTED-COUNT
               ' item(s) posted totalling ' WS-ED-POSTED-TOTAL ', '
               WS-SUSPENDED-COUNT ' item(s) to suspense.'
           MOVE WS-RECOVERED-TOTAL TO WS-ED-RECOVERED-TOTAL.
           DISPLAY 'Recoveries on written-off loans: '
               WS-RECOVERED-COUNT ' item(s) totalling '
               WS-ED-RECOVERED-TOTAL
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

       READ-CHECKPOINT.
           MOVE 0 TO WS-CHECKPOINT-COUNT.
               WHEN LOAN-FOUND = 'N'
                   MOVE 'LOAN NOT ON FILE' TO WS-SUSPEND-REASON
                   PERFORM SUSPEND-LOCKBOX-ITEM
               WHEN LOAN-WRITTEN-OFF
                   PERFORM APPLY-LOCKBOX-RECOVERY
               WHEN LOAN-INACTIVE
                   MOVE 'LOAN NOT ACTIVE' TO WS-SUSPEND-REASON
                   PERFORM SUSPEND-LOCKBOX-ITEM
               MOVE ZEROS TO PAYMENT-REV-DATE
               MOVE 'L' TO PAYMENT-METHOD
               MOVE 'LOCKBOX' TO PAYMENT-OPERATOR
               MOVE 'N' TO PAYMENT-RECOVERY-FLAG
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
               IF LBOX-AMOUNT < WS-LOAN-FEES-OWED
                   MOVE LBOX-AMOUNT TO PAYMENT-FEE-AMOUNT
               ELSE
           END-IF
           .

      *    A REMITTANCE AGAINST A WRITTEN-OFF LOAN IS A RECOVERY.  IT
      *    IS CREDITED TO THE CHARGE-OFF RECORD ONLY - THE LOAN, ITS
      *    FEES AND ITS SCHEDULE STAY AS THEY WERE CHARGED OFF.
       APPLY-LOCKBOX-RECOVERY.
           MOVE 'N' TO CHGO-FOUND.
           MOVE LBOX-LOAN-ID TO CHGO-LOAN-ID
           READ CHARGEOFFS RECORD
               INVALID KEY
                   PERFORM BUILD-LEGACY-CHARGEOFF
               NOT INVALID KEY
                   MOVE 'Y' TO CHGO-FOUND
           END-READ.
           IF CHGO-FOUND = 'Y'
               COMPUTE WS-RECOVERY-OWED = CHGO-PRINCIPAL + CHGO-FEES
                   - CHGO-RECOVERED
           END-IF.
           EVALUATE TRUE
               WHEN CHGO-FOUND = 'N'
                   MOVE 'CHARGE-OFF NOT ON FILE' TO WS-SUSPEND-REASON
                   PERFORM SUSPEND-LOCKBOX-ITEM
               WHEN LBOX-AMOUNT > WS-RECOVERY-OWED
                   MOVE 'AMOUNT EXCEEDS CHARGE-OFF'
                       TO WS-SUSPEND-REASON
                   PERFORM SUSPEND-LOCKBOX-ITEM
               WHEN OTHER
                   PERFORM POST-LOCKBOX-RECOVERY
           END-EVALUATE
           .

      *    LOANS WRITTEN OFF BEFORE THE CHARGE-OFF FILE EXISTED HAVE
      *    NO RECORD YET; ONE IS BUILT FROM THE FROZEN LOAN BALANCE
      *    AND THE FEES STILL OPEN ON IT.
       BUILD-LEGACY-CHARGEOFF.
           MOVE LOAN-ID TO CHGO-LOAN-ID
           MOVE LOAN-CLIENT-ID TO CHGO-CLIENT-ID
           MOVE 0 TO CHGO-DATE
           MOVE SPACES TO CHGO-OPERATOR
           MOVE LOAN-BALANCE TO CHGO-PRINCIPAL
           MOVE WS-LOAN-FEES-OWED TO CHGO-FEES
           MOVE 0 TO CHGO-RECOVERED
           MOVE 0 TO CHGO-AGENCY-RECOVERED
           MOVE 0 TO CHGO-AGENCY-COMMISSION
           MOVE 0 TO CHGO-LAST-RECOVERY
           MOVE SPACES TO CHGO-AGENCY-CODE
           MOVE 0 TO CHGO-PLACED-DATE
           MOVE 'O' TO CHGO-STATUS
           WRITE CHGO-REC INVALID KEY
               DISPLAY 'Error: Unable to create charge-off - Loan ID '
                   LOAN-ID
           NOT INVALID KEY
               MOVE 'Y' TO CHGO-FOUND
           END-WRITE
           .

       POST-LOCKBOX-RECOVERY.
           MOVE 'N' TO WS-WRITE-OK.
           PERFORM UNTIL WS-WRITE-OK = 'Y'
               MOVE WS-NEXT-PAYMENT-ID TO PAYMENT-ID
               MOVE LBOX-LOAN-ID TO PAYMENT-LOAN-ID
               MOVE LBOX-DATE TO PAYMENT-DATE
               MOVE LBOX-AMOUNT TO PAYMENT-AMOUNT
               MOVE 'P' TO PAYMENT-STATUS
               MOVE SPACES TO PAYMENT-REV-REASON
               MOVE ZEROS TO PAYMENT-REV-DATE
               MOVE 'L' TO PAYMENT-METHOD
               MOVE 'LOCKBOX' TO PAYMENT-OPERATOR
               MOVE 0 TO PAYMENT-FEE-AMOUNT
               MOVE 'Y' TO PAYMENT-RECOVERY-FLAG
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
               MOVE 'Y' TO WS-WRITE-OK
               WRITE PAYMENT-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               ADD 1 TO WS-NEXT-PAYMENT-ID
           END-PERFORM.

           MOVE CHGO-RECOVERED TO WS-OLD-RECOVERED.
           ADD LBOX-AMOUNT TO CHGO-RECOVERED.
           MOVE LBOX-DATE TO CHGO-LAST-RECOVERY.
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
                   INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-RECOVERED-COUNT
               ADD LBOX-AMOUNT TO WS-RECOVERED-TOTAL
           END-IF
           .

       WRITE-LOCKBOX-AUDIT.
           MOVE 'LOAN' TO AUDIT-RECORD-TYPE
           MOVE 'PAYMT' TO AUDIT-ACTION
           WRITE AUDIT-REC.
           CLOSE AUDIT-LOG.
           .

      *    THE STEP'S TOTALS ARE LEFT FOR THE END-OF-DAY DRIVER TO
      *    CARRY INTO ITS RUN LOG.
       WRITE-STEP-RESULT.
           OPEN OUTPUT STEP-RESULT-FILE.
           MOVE 'LockboxImport' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           COMPUTE ESR-ITEM-COUNT =
               WS-POSTED-COUNT + WS-RECOVERED-COUNT
           MOVE WS-SUSPENDED-COUNT TO ESR-EXCEPTION-COUNT
           COMPUTE ESR-AMOUNT =
               WS-POSTED-TOTAL + WS-RECOVERED-TOTAL
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
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
