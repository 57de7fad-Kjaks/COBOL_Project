               RECORD KEY IS LOAN-ID
               ACCESS MODE IS DYNAMIC.

      *    LOANS MOVED OFF THE LIVE FILE BY THE RETENTION RUN; THEIR
      *    IDS STAY TAKEN SO HISTORY NEVER CARRIES TWO LOANS UNDER ONE.
           SELECT OPTIONAL LOAN-HISTORY
               ASSIGN TO 'loans_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HLOAN-ID
               ALTERNATE RECORD KEY IS HLOAN-CLIENT-ID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL INSTALLMENTS
               ASSIGN TO 'installments.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS INST-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL LOANPARTIES
               ASSIGN TO 'loan_parties.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PARTY-KEY
               ALTERNATE RECORD KEY IS PARTY-CLIENT-ID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL APPLICATIONS
               ASSIGN TO 'applications.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS APPL-ID
               ACCESS MODE IS DYNAMIC.

           SELECT AUDIT-LOG
               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'credit_limit.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  LOAN-REC.
           COPY LOANREC.

       FD  LOAN-HISTORY.
       01  HLOAN-REC.
           COPY LOANREC REPLACING LEADING ==LOAN-== BY ==HLOAN-==.

       FD  INSTALLMENTS.
       01  INST-REC.
           COPY INSTREC.

       FD  LOANPARTIES.
       01  PARTY-REC.
           COPY PARTYREC.

       FD  APPLICATIONS.
       01  APPL-REC.
           COPY APPLREC.

       FD  AUDIT-LOG.
       01  AUDIT-REC.
           COPY AUDITREC.
       FD  CREDIT-LIMIT-FILE.
       01  CREDIT-LIMIT-REC       PIC 9(9)V99.

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-TRAN                PIC X VALUE 'N'.
       01  CLIENT-FOUND            PIC X VALUE 'N'.
       01  WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
       01  EOF-GATE-LOAN           PIC X VALUE 'N'.
       01  EOF-GATE-INST           PIC X VALUE 'N'.
       01  EOF-GATE-PARTY          PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-EXPOSURE-LIMIT       PIC 9(9)V99 VALUE 0.
       01  WS-CLIENT-EXPOSURE      PIC 9(9)V99 VALUE 0.
       01  WS-PARTY-EXPOSURE       PIC 9(9)V99 VALUE 0.
       01  WS-GATE-OK              PIC X VALUE 'Y'.
       01  WS-EXPOSURE-FAIL        PIC X VALUE 'N'.
       01  WS-PASTDUE-FAIL         PIC X VALUE 'N'.
       01  WS-GATE-LOAN-ID         PIC 9(5) VALUE 0.
       01  WS-GATE-REASON          PIC X(30) VALUE SPACES.
       01  WS-NEXT-APPL-ID         PIC 9(5) VALUE 0.
       01  EOF-APPL                PIC X VALUE 'N'.
       01  WS-PENDING-COUNT        PIC 9(9) VALUE 0.
       01  WS-NO-BUREAU-ID-COUNT   PIC 9(9) VALUE 0.
       01  WS-ARCHIVED-LOAN        PIC X VALUE 'N'.

       01  WS-MONTHLY-PAYMENT      PIC 9(7)V99 VALUE 0.
       01  WS-SCHED-MONTH-NUM      PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-CHECKPOINT.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM SKIP-TO-CHECKPOINT.
           OPEN I-O CLIENTS.
           OPEN I-O LOANS.
           OPEN INPUT LOAN-HISTORY.

           MOVE 'N' TO EOF-TRAN
           PERFORM UNTIL EOF-TRAN = 'Y'
           END-PERFORM.

           CLOSE CLIENTS.
           CLOSE LOAN-HISTORY.
           CLOSE LOANS.
           CLOSE TRANSACTION-FILE.
           PERFORM WRITE-CHECKPOINT.
           DISPLAY 'Batch load complete. ' WS-APPLIED-COUNT
               ' transaction(s) applied this run, '
               WS-REJECTED-COUNT ' rejected by the credit check.'
           DISPLAY WS-PENDING-COUNT ' rejected item(s) recorded as '
               'pending applications.'
           IF WS-NO-BUREAU-ID-COUNT > 0
               DISPLAY WS-NO-BUREAU-ID-COUNT ' client(s) loaded '
                   'without a date of birth or tax ID.'
           END-IF
           STOP RUN.

       READ-CHECKPOINT.
           MOVE TRAN-CLIENT-NAME TO CLIENT-NAME
           MOVE TRAN-CLIENT-ADDRESS TO CLIENT-ADDRESS
           MOVE TRAN-CLIENT-PHONE TO CLIENT-PHONE
           PERFORM CHECK-CLIENT-BUREAU-ID
           WRITE CLIENT-REC
               INVALID KEY
                   DISPLAY 'Error: Client already exists - Client ID '
           END-WRITE
           .

      *    THE DATE OF BIRTH AND TAX ID ARE NOT NEEDED TO BOOK A
      *    LOAN, SO A CLIENT SENT WITHOUT THEM (OR WITH ONE THAT IS
      *    NOT A REAL DATE OR NINE DIGITS) IS STILL LOADED, WITH THE
      *    BAD FIELD LEFT BLANK.  THE CREDIT BUREAU RUN LISTS SUCH
      *    CLIENTS' LOANS UNTIL THE MISSING DETAILS ARE KEYED.
       CHECK-CLIENT-BUREAU-ID.
           MOVE 'Y' TO WS-CAL-VALID
           IF TRAN-CLIENT-BIRTH-DATE IS NUMERIC
               MOVE TRAN-CLIENT-BIRTH-DATE TO WS-CAL-DATE
               IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
                   OR WS-CAL-YEAR < 1900 OR WS-CAL-DAY < 1
                   OR WS-CAL-DATE NOT < WS-RUN-DATE
                   MOVE 'N' TO WS-CAL-VALID
               ELSE
                   PERFORM SET-MONTH-END-DAY
                   IF WS-CAL-DAY > WS-MONTH-END-DAY
                       MOVE 'N' TO WS-CAL-VALID
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-CAL-VALID
           END-IF
           IF WS-CAL-VALID = 'Y'
               MOVE WS-CAL-DATE TO CLIENT-BIRTH-DATE
           ELSE
               MOVE SPACES TO CLIENT-BIRTH-DATE(1:8)
           END-IF
           IF TRAN-CLIENT-TAX-ID IS NUMERIC
               AND TRAN-CLIENT-TAX-ID NOT = '000000000'
               MOVE TRAN-CLIENT-TAX-ID TO CLIENT-TAX-ID
           ELSE
               MOVE SPACES TO CLIENT-TAX-ID
               MOVE 'N' TO WS-CAL-VALID
           END-IF
           IF WS-CAL-VALID = 'N'
               ADD 1 TO WS-NO-BUREAU-ID-COUNT
               DISPLAY 'Warning: Client ID ' TRAN-CLIENT-ID
                   ' has no valid date of birth/tax ID - not '
                   'reportable to the credit bureau.'
           END-IF
           .

       APPLY-LOAN-TRANSACTION.
           MOVE 'N' TO CLIENT-FOUND
           MOVE TRAN-LOAN-CLIENT-ID TO CLIENT-ID
                   PERFORM CHECK-UNDERWRITING-GATE
                   IF WS-GATE-OK = 'N'
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM WRITE-PENDING-APPLICATION
                   ELSE
                   PERFORM CHECK-ARCHIVED-LOAN-ID
                   IF WS-ARCHIVED-LOAN = 'Y'
                       DISPLAY 'Error: Loan ID belongs to an archived '
                           'loan - Loan ID ' TRAN-LOAN-ID ' skipped.'
                   ELSE
                   MOVE TRAN-LOAN-ID TO LOAN-ID
                   MOVE TRAN-LOAN-CLIENT-ID TO LOAN-CLIENT-ID
                   MOVE TRAN-LOAN-AMOUNT TO LOAN-BALANCE
                   MOVE 'A' TO LOAN-STATUS
                   MOVE TRAN-LOAN-PRODUCT-CODE TO LOAN-PRODUCT-CODE
                   MOVE 0 TO LOAN-APPL-ID
                   WRITE LOAN-REC
                       INVALID KEY
                           DISPLAY 'Error: Loan already exists - '
                           PERFORM BUILD-INSTALLMENT-RECORDS
                   END-WRITE
                   END-IF
                   END-IF
               END-IF
           END-IF
           .

       CHECK-ARCHIVED-LOAN-ID.
           MOVE 'N' TO WS-ARCHIVED-LOAN.
           MOVE TRAN-LOAN-ID TO HLOAN-ID.
           READ LOAN-HISTORY RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVED-LOAN
           END-READ
           .

      *    SAME UNDERWRITING GATE AS THE ON-LINE BOOKING: EXPOSURE
      *    OVER THE CONFIGURED LIMIT OR A PAST-DUE UNPAID INSTALLMENT
      *    REJECTS THE TRANSACTION.  THERE IS NO OPERATOR TO OVERRIDE
      *    IN BATCH, SO THE ITEM GOES TO THE ERROR DISPLAY AND IS
      *    RECORDED AS A PENDING APPLICATION FOR A SUPERVISOR TO
      *    APPROVE OR DECLINE.
       CHECK-UNDERWRITING-GATE.
           MOVE 'Y' TO WS-GATE-OK.
           MOVE 'N' TO WS-EXPOSURE-FAIL.
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM ADD-PARTY-EXPOSURE.
           CLOSE INSTALLMENTS.
           IF WS-CLIENT-EXPOSURE + TRAN-LOAN-AMOUNT
               > WS-EXPOSURE-LIMIT
               DISPLAY 'Error: Client past due - Loan ID '
                   TRAN-LOAN-ID ' rejected.'
           END-IF.
           MOVE SPACES TO WS-GATE-REASON.
           EVALUATE TRUE
               WHEN WS-EXPOSURE-FAIL = 'Y' AND WS-PASTDUE-FAIL = 'Y'
                   MOVE 'EXPOSURE AND PAST DUE' TO WS-GATE-REASON
               WHEN WS-EXPOSURE-FAIL = 'Y'
                   MOVE 'EXPOSURE LIMIT EXCEEDED' TO WS-GATE-REASON
               WHEN WS-PASTDUE-FAIL = 'Y'
                   MOVE 'PAST DUE INSTALLMENTS' TO WS-GATE-REASON
           END-EVALUATE.
           .

       WRITE-PENDING-APPLICATION.
           OPEN I-O APPLICATIONS.
           MOVE 1 TO WS-NEXT-APPL-ID.
           MOVE 'N' TO EOF-APPL.
           MOVE 99999 TO APPL-ID
           START APPLICATIONS KEY IS NOT GREATER THAN APPL-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-APPL
           END-START.
           IF EOF-APPL = 'N'
               READ APPLICATIONS PREVIOUS RECORD
                   AT END
                       CONTINUE
               NOT AT END
                   COMPUTE WS-NEXT-APPL-ID = APPL-ID + 1
               END-READ
           END-IF.
           INITIALIZE APPL-REC.
           MOVE WS-NEXT-APPL-ID TO APPL-ID
           MOVE TRAN-LOAN-CLIENT-ID TO APPL-CLIENT-ID
           MOVE TRAN-LOAN-AMOUNT TO APPL-AMOUNT
           MOVE TRAN-LOAN-PRODUCT-CODE TO APPL-PRODUCT-CODE
           MOVE TRAN-LOAN-DURATION TO APPL-DURATION
           MOVE 'P' TO APPL-STATUS
           MOVE WS-RUN-DATE TO APPL-TAKEN-DATE
           MOVE 'BATCHLD' TO APPL-TAKEN-BY
           MOVE WS-GATE-REASON TO APPL-GATE-REASON
           WRITE APPL-REC
               INVALID KEY
                   DISPLAY 'Error: Unable to record application - '
                       'Loan ID ' TRAN-LOAN-ID
               NOT INVALID KEY
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY 'Loan ID ' TRAN-LOAN-ID
                       ' recorded as pending application ' APPL-ID
                   MOVE 'APPL' TO AUDIT-RECORD-TYPE
                   MOVE 'ADD' TO AUDIT-ACTION
                   MOVE APPL-ID TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-BEFORE-VALUE
                   MOVE SPACES TO AUDIT-AFTER-VALUE
                   MOVE APPL-AMOUNT TO WS-ED-LOAN-AMOUNT
                   STRING 'CLIENT ' APPL-CLIENT-ID
                       ' AMOUNT ' WS-ED-LOAN-AMOUNT
                       ' STATUS P ' APPL-GATE-REASON
                       DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.
           CLOSE APPLICATIONS.
           .

      *    LOANS THE CLIENT CO-BORROWS OR GUARANTEES COUNT TOWARD THE
      *    EXPOSURE AND THE PAST-DUE TEST EXACTLY AS THEIR OWN DO.
       ADD-PARTY-EXPOSURE.
           MOVE 0 TO WS-PARTY-EXPOSURE.
           MOVE 'N' TO EOF-GATE-PARTY.
           OPEN INPUT LOANPARTIES.
           MOVE TRAN-LOAN-CLIENT-ID TO PARTY-CLIENT-ID
           START LOANPARTIES KEY IS EQUAL TO PARTY-CLIENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-GATE-PARTY
           END-START.
           PERFORM UNTIL EOF-GATE-PARTY = 'Y'
               READ LOANPARTIES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-GATE-PARTY
               NOT AT END
                   IF PARTY-CLIENT-ID NOT = TRAN-LOAN-CLIENT-ID
                       MOVE 'Y' TO EOF-GATE-PARTY
                   ELSE
                       IF PARTY-ACTIVE
                           PERFORM ADD-ONE-PARTY-LOAN-EXPOSURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE LOANPARTIES.
           ADD WS-PARTY-EXPOSURE TO WS-CLIENT-EXPOSURE.
           .

       ADD-ONE-PARTY-LOAN-EXPOSURE.
           MOVE PARTY-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LOAN-INACTIVE
                       ADD LOAN-BALANCE TO WS-PARTY-EXPOSURE
                       PERFORM CHECK-LOAN-PAST-DUE
                   END-IF
           END-READ
           .

       READ-EXPOSURE-LIMIT.
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
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               DISPLAY 'Warning: business date not set - using '
                   'system date ' WS-RUN-DATE '.'
           END-IF
           .
