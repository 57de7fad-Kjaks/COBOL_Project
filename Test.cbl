               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PRODUCTS
               ASSIGN TO 'products.dat'
               ORGANIZATION IS INDEXED
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-USERS-STATUS.

           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-CHARGEOFFS-STATUS.

           SELECT OPTIONAL MANDATES
               ASSIGN TO 'mandates.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAND-LOAN-ID
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-MANDATES-STATUS.

           SELECT OPTIONAL LOANPARTIES
               ASSIGN TO 'loan_parties.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PARTY-KEY
               ALTERNATE RECORD KEY IS PARTY-CLIENT-ID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-PARTIES-STATUS.

           SELECT OPTIONAL APPLICATIONS
               ASSIGN TO 'applications.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS APPL-ID
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT OPTIONAL CONTACTS
               ASSIGN TO 'contacts.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNTC-KEY
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-CONTACTS-STATUS.

      *    LOANS AND PAYMENTS MOVED OFF THE LIVE FILES BY THE
      *    RETENTION RUN.  READ ONLY ON-LINE: FOR A PRIOR-YEAR
      *    STATEMENT, AND TO KEEP AN ARCHIVED LOAN'S ID FROM REUSE.
           SELECT OPTIONAL LOAN-HISTORY
               ASSIGN TO 'loans_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HLOAN-ID
               ALTERNATE RECORD KEY IS HLOAN-CLIENT-ID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-LOAN-HISTORY-STATUS.

           SELECT OPTIONAL PAYMENT-HISTORY
               ASSIGN TO 'payments_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HPAYMENT-ID
               ALTERNATE RECORD KEY IS HPAYMENT-LOAN-ID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT CLIENTS-CSV
               ASSIGN TO 'clients.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
       01  AUDIT-REC.
           COPY AUDITREC.

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  PRODUCTS.
       01  PRODUCT-REC.
           COPY PRODREC.
       01  USER-REC.
           COPY USERREC.

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

       FD  MANDATES.
       01  MAND-REC.
           COPY MANDREC.

       FD  LOANPARTIES.
       01  PARTY-REC.
           COPY PARTYREC.

       FD  APPLICATIONS.
       01  APPL-REC.
           COPY APPLREC.

       FD  CONTACTS.
       01  CNTC-REC.
           COPY CNTCREC.

       FD  LOAN-HISTORY.
       01  HLOAN-REC.
           COPY LOANREC REPLACING LEADING ==LOAN-== BY ==HLOAN-==.

       FD  PAYMENT-HISTORY.
       01  HPAYMENT-REC.
           COPY PAYREC REPLACING LEADING ==PAYMENT-== BY ==HPAYMENT-==.

       FD  CLIENTS-CSV.
       01  CLIENTS-CSV-LINE       PIC X(120).

       01  WS-COLL-STATUS         PIC XX VALUE '00'.
           88  COLL-REC-LOCKED        VALUE '51'.
       01  WS-USERS-STATUS        PIC XX VALUE '00'.
       01  WS-CHARGEOFFS-STATUS   PIC XX VALUE '00'.
           88  CHARGEOFFS-REC-LOCKED  VALUE '51'.
       01  WS-MANDATES-STATUS     PIC XX VALUE '00'.
           88  MANDATES-REC-LOCKED    VALUE '51'.
       01  WS-PARTIES-STATUS      PIC XX VALUE '00'.
           88  PARTIES-REC-LOCKED     VALUE '51'.
       01  WS-APPLICATIONS-STATUS PIC XX VALUE '00'.
           88  APPLICATIONS-REC-LOCKED VALUE '51'.
       01  WS-CONTACTS-STATUS     PIC XX VALUE '00'.
           88  CONTACTS-REC-LOCKED    VALUE '51'.
       01  WS-LOAN-HISTORY-STATUS PIC XX VALUE '00'.
       01  WS-PAYMENT-HISTORY-STATUS PIC XX VALUE '00'.
       01  WS-MENU-OPTION         PIC 99 VALUE 0.
       01  WS-CLIENT-ID           PIC 9(5) VALUE ZEROS.
       01  WS-LOAN-ID             PIC 9(5) VALUE ZEROS.
       01  WS-STMT-TOTAL-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-STMT-TOTAL-BALANCE  PIC 9(9)V99 VALUE 0.
       01  WS-STMT-LOAN-COUNT     PIC 9(5) VALUE 0.
       01  WS-STMT-HIST-YEAR      PIC 9(4) VALUE 0.
       01  WS-STMT-HIST-COUNT     PIC 9(5) VALUE 0.
       01  EOF-HIST-LOAN          PIC X VALUE 'N'.
       01  EOF-HIST-PAYMENT       PIC X VALUE 'N'.
       01  WS-WRITE-OK            PIC X VALUE 'Y'.
       01  WS-OLD-CLIENT-NAME     PIC X(30) VALUE SPACES.
       01  WS-OLD-CLIENT-ADDRESS  PIC X(50) VALUE SPACES.
       01  WS-OLD-CLIENT-PHONE    PIC X(15) VALUE SPACES.
       01  WS-OLD-CLIENT-BIRTH-DATE PIC X(08) VALUE SPACES.
       01  WS-OLD-CLIENT-TAX-ID   PIC X(09) VALUE SPACES.
       01  WS-BIRTH-DATE-IN       PIC X(08) VALUE SPACES.
       01  WS-TAX-ID-IN           PIC X(09) VALUE SPACES.
       01  WS-OLD-LOAN-BALANCE    PIC 9(7)V99 VALUE 0.
       01  WS-AUDIT-OLD-VALUE     PIC X(50) VALUE SPACES.
       01  WS-AUDIT-NEW-VALUE     PIC X(50) VALUE SPACES.
       01  WS-INST-DUE-DATE REDEFINES WS-INST-DUE-DATE-GROUP
                                  PIC 9(8).

       01  CHGO-FOUND             PIC X VALUE 'N'.
       01  WS-RECOVERY-OWED       PIC 9(9)V99 VALUE 0.
       01  WS-OLD-RECOVERED       PIC 9(7)V99 VALUE 0.
       01  WS-ED-RECOVERED        PIC ZZZZZZ9.99.

       01  MAND-FOUND             PIC X VALUE 'N'.
       01  WS-MAND-ROUTING        PIC 9(9) VALUE 0.
       01  WS-MAND-ROUTING-DIGITS REDEFINES WS-MAND-ROUTING.
           05  WS-ROUTING-DIGIT   PIC 9 OCCURS 9 TIMES.
       01  WS-MAND-ACCOUNT        PIC X(17) VALUE SPACES.
       01  WS-MAND-ACCT-TYPE      PIC X VALUE SPACE.
       01  WS-ROUTING-CHECK       PIC 9(4) VALUE 0.

       01  BDATE-FOUND            PIC X VALUE 'N'.
       01  WS-BDATE-RECORD.
           05  WS-BDATE-CURRENT   PIC 9(8).
           05  WS-BDATE-PREVIOUS  PIC 9(8).
           05  WS-BDATE-EOD-STATUS PIC X.
           05  WS-BDATE-ROLLED-ON PIC 9(8).
           05  WS-BDATE-ROLLED-AT PIC 9(8).
           05  WS-BDATE-ROLLED-BY PIC X(8).
       01  WS-NEW-BUSINESS-DATE   PIC 9(8) VALUE 0.
       01  WS-ENTERED-DATE        PIC 9(8) VALUE 0.

       01  PARTY-FOUND            PIC X VALUE 'N'.
       01  EOF-PARTY              PIC X VALUE 'N'.
       01  WS-PARTY-CLIENT-ID     PIC 9(5) VALUE 0.
       01  WS-PARTY-ROLE          PIC X VALUE SPACE.
       01  WS-PARTY-ROLE-NAME     PIC X(11) VALUE SPACES.
       01  WS-PARTY-LOAN-COUNT    PIC 9(5) VALUE 0.
       01  WS-PARTY-EXPOSURE      PIC 9(9)V99 VALUE 0.
       01  WS-STMT-PARTY-COUNT    PIC 9(5) VALUE 0.
       01  WS-STMT-PARTY-BALANCE  PIC 9(9)V99 VALUE 0.

       01  APPL-FOUND             PIC X VALUE 'N'.
       01  EOF-APPL               PIC X VALUE 'N'.
       01  WS-APPL-ID             PIC 9(5) VALUE 0.
       01  WS-LOAN-APPL-ID        PIC 9(5) VALUE 0.
       01  WS-APPL-DECISION       PIC X VALUE SPACE.
       01  WS-APPL-REASON         PIC X(50) VALUE SPACES.
       01  WS-QUEUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-LOAN-BOOKED         PIC X VALUE 'N'.

       01  PROMISE-FOUND          PIC X VALUE 'N'.
       01  EOF-CNTC               PIC X VALUE 'N'.
       01  WS-CNTC-SEQ            PIC 9(4) VALUE 0.
       01  WS-PROMISE-DATE        PIC 9(8) VALUE 0.
       01  WS-OPEN-PROMISE-SEQ    PIC 9(4) VALUE 0.
       01  WS-OPEN-PROMISE-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-OPEN-PROMISE-DATE   PIC 9(8) VALUE 0.
       01  WS-CNTC-SAVE           PIC X(115).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               DISPLAY '16. Restructure Loan'
               DISPLAY '17. Record Collateral'
               DISPLAY '18. Release Collateral'
               DISPLAY '19. Register ACH Mandate'
               DISPLAY '20. Cancel ACH Mandate'
               DISPLAY '21. Roll Business Date'
               DISPLAY '22. Add Co-borrower/Guarantor'
               DISPLAY '23. Remove Co-borrower/Guarantor'
               DISPLAY '24. Take Loan Application'
               DISPLAY '25. Application Approval Queue'
               DISPLAY '26. Book Approved Application'
               DISPLAY '27. Withdraw Application'
               DISPLAY '28. Log Collection Contact'
               DISPLAY '29. View Collection History'
               DISPLAY '99. Exit'
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                       PERFORM RECORD-COLLATERAL
                   WHEN 18
                       PERFORM RELEASE-COLLATERAL
                   WHEN 19
                       PERFORM REGISTER-ACH-MANDATE
                   WHEN 20
                       PERFORM CANCEL-ACH-MANDATE
                   WHEN 21
                       IF WS-OPERATOR-AUTHORITY < 2
                           DISPLAY 'Error: Supervisor authority '
                               'required.'
                       ELSE
                           PERFORM ROLL-BUSINESS-DATE
                       END-IF
                   WHEN 22
                       PERFORM ADD-LOAN-PARTY
                   WHEN 23
                       IF WS-OPERATOR-AUTHORITY < 2
                           DISPLAY 'Error: Supervisor authority '
                               'required.'
                       ELSE
                           PERFORM REMOVE-LOAN-PARTY
                       END-IF
                   WHEN 24
                       PERFORM TAKE-LOAN-APPLICATION
                   WHEN 25
                       IF WS-OPERATOR-AUTHORITY < 2
                           DISPLAY 'Error: Supervisor authority '
                               'required.'
                       ELSE
                           PERFORM WORK-APPLICATION-QUEUE
                       END-IF
                   WHEN 26
                       PERFORM BOOK-APPROVED-APPLICATION
                   WHEN 27
                       PERFORM WITHDRAW-APPLICATION
                   WHEN 28
                       PERFORM LOG-COLLECTION-CONTACT
                   WHEN 29
                       PERFORM VIEW-COLLECTION-HISTORY
                   WHEN 99
                       DISPLAY 'Exiting the program.'
                   WHEN OTHER
           OPEN I-O FEES.
           OPEN I-O COLLATERAL.
           OPEN I-O USERS.
           OPEN I-O CHARGEOFFS.
           OPEN I-O MANDATES.
           OPEN I-O LOANPARTIES.
           OPEN I-O APPLICATIONS.
           OPEN I-O CONTACTS.
           OPEN INPUT LOAN-HISTORY.
           OPEN INPUT PAYMENT-HISTORY.
           .

       CLOSE-MASTER-FILES.
           CLOSE PAYMENT-HISTORY.
           CLOSE LOAN-HISTORY.
           CLOSE CONTACTS.
           CLOSE APPLICATIONS.
           CLOSE LOANPARTIES.
           CLOSE MANDATES.
           CLOSE CHARGEOFFS.
           CLOSE USERS.
           CLOSE COLLATERAL.
           CLOSE FEES.
           ACCEPT CLIENT-ADDRESS.
           DISPLAY 'Enter Client Phone:'
           ACCEPT CLIENT-PHONE.
           MOVE 0 TO CLIENT-BIRTH-DATE.
           MOVE SPACES TO CLIENT-TAX-ID.
           MOVE 'Y' TO WS-WRITE-OK.
           PERFORM ACCEPT-CLIENT-BUREAU-ID.
           IF WS-WRITE-OK = 'Y'
               WRITE CLIENT-REC INVALID KEY
                   DISPLAY 'Error: Client already exists.'
                   MOVE 'N' TO WS-WRITE-OK
               END-WRITE
           END-IF.
           IF WS-WRITE-OK = 'Y'
               MOVE 'CLIENT' TO AUDIT-RECORD-TYPE
               MOVE 'ADD' TO AUDIT-ACTION
               STRING CLIENT-NAME DELIMITED BY SIZE
                   INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY 'Client added successfully.'
           END-IF.
           .

       UPDATE-CLIENT.
                   MOVE CLIENT-NAME TO WS-OLD-CLIENT-NAME
                   MOVE CLIENT-ADDRESS TO WS-OLD-CLIENT-ADDRESS
                   MOVE CLIENT-PHONE TO WS-OLD-CLIENT-PHONE
                   MOVE CLIENT-BIRTH-DATE(1:8)
                       TO WS-OLD-CLIENT-BIRTH-DATE
                   MOVE CLIENT-TAX-ID TO WS-OLD-CLIENT-TAX-ID
                   DISPLAY 'Enter Client Name:'
                   ACCEPT CLIENT-NAME
                   DISPLAY 'Enter Client Address:'
                   DISPLAY 'Enter Client Phone:'
                   ACCEPT CLIENT-PHONE
                   MOVE 'Y' TO WS-WRITE-OK
                   PERFORM ACCEPT-CLIENT-BUREAU-ID
                   IF WS-WRITE-OK = 'Y'
                       REWRITE CLIENT-REC INVALID KEY
                           DISPLAY 'Error: Unable to update client.'
                           MOVE 'N' TO WS-WRITE-OK
                       END-REWRITE
                   END-IF
                   IF WS-WRITE-OK = 'Y'
                       IF WS-OLD-CLIENT-NAME NOT = CLIENT-NAME
                           MOVE WS-OLD-CLIENT-NAME TO WS-AUDIT-OLD-VALUE
                           MOVE CLIENT-PHONE TO WS-AUDIT-NEW-VALUE
                           PERFORM WRITE-CLIENT-FIELD-AUDIT
                       END-IF
                       IF WS-OLD-CLIENT-BIRTH-DATE
                           NOT = CLIENT-BIRTH-DATE(1:8)
                           MOVE SPACES TO WS-AUDIT-OLD-VALUE
                           STRING 'BIRTH DATE ' WS-OLD-CLIENT-BIRTH-DATE
                               DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
                           MOVE SPACES TO WS-AUDIT-NEW-VALUE
                           STRING 'BIRTH DATE ' CLIENT-BIRTH-DATE
                               DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                           PERFORM WRITE-CLIENT-FIELD-AUDIT
                       END-IF
                       IF WS-OLD-CLIENT-TAX-ID NOT = CLIENT-TAX-ID
                           MOVE SPACES TO WS-AUDIT-OLD-VALUE
                           STRING 'TAX ID *****'
                               WS-OLD-CLIENT-TAX-ID(6:4)
                               DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
                           MOVE SPACES TO WS-AUDIT-NEW-VALUE
                           STRING 'TAX ID *****' CLIENT-TAX-ID(6:4)
                               DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                           PERFORM WRITE-CLIENT-FIELD-AUDIT
                       END-IF
                       DISPLAY 'Client updated successfully.'
                   END-IF
           END-READ.
           UNLOCK CLIENTS.
           .

      *    THE CREDIT BUREAUS WILL NOT TAKE A SEGMENT WITHOUT THE
      *    BORROWER'S DATE OF BIRTH AND TAX ID, SO BOTH ARE REQUIRED
      *    BEFORE A CLIENT IS SAVED.  ON AN UPDATE A BLANK ENTRY KEEPS
      *    WHAT IS ON FILE; A CLIENT ADDED BEFORE THEY WERE KEPT HAS
      *    NOTHING ON FILE, SO THEY MUST BE KEYED WITH ANY OTHER CHANGE.
      *    THE TAX ID IS NEVER DISPLAYED OR AUDITED BEYOND ITS LAST
      *    FOUR DIGITS.
       ACCEPT-CLIENT-BUREAU-ID.
           DISPLAY 'Enter Date of Birth (YYYYMMDD):'
           ACCEPT WS-BIRTH-DATE-IN
           DISPLAY 'Enter Tax ID (9 digits):'
           ACCEPT WS-TAX-ID-IN
           IF WS-BIRTH-DATE-IN NOT = SPACES
               MOVE WS-BIRTH-DATE-IN TO CLIENT-BIRTH-DATE(1:8)
           END-IF
           IF WS-TAX-ID-IN NOT = SPACES
               MOVE WS-TAX-ID-IN TO CLIENT-TAX-ID
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-CAL-VALID
           IF CLIENT-BIRTH-DATE IS NUMERIC
               MOVE CLIENT-BIRTH-DATE TO WS-CAL-DATE
               IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
                   OR WS-CAL-YEAR < 1900 OR WS-CAL-DAY < 1
                   OR WS-CAL-DATE NOT < WS-TODAY-DATE
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
           IF WS-CAL-VALID = 'N'
               DISPLAY 'Error: Date of birth missing or invalid - '
                   'client not saved.'
               MOVE 'N' TO WS-WRITE-OK
           END-IF
           IF CLIENT-TAX-ID IS NOT NUMERIC
               OR CLIENT-TAX-ID = '000000000'
               DISPLAY 'Error: Tax ID must be nine digits - '
                   'client not saved.'
               MOVE 'N' TO WS-WRITE-OK
           END-IF
           .

      *    A READ FOR UPDATE THAT FAILS IS EITHER A MISSING RECORD OR
      *    A RECORD HELD BY ANOTHER OPERATOR - TELL THE TELLER WHICH.
       SHOW-CLIENT-READ-ERROR.
                   PERFORM SHOW-CLIENT-READ-ERROR
               NOT INVALID KEY
                   PERFORM CHECK-CLIENT-OPEN-LOANS
                   PERFORM CHECK-CLIENT-PARTY-LOANS
                   IF WS-OPEN-LOAN-COUNT > 0
                       DISPLAY 'Error: Client has '
                           WS-OPEN-LOAN-COUNT
                           ' open loan(s) - not deleted.'
                   ELSE
                   IF WS-PARTY-LOAN-COUNT > 0
                       DISPLAY 'Error: Client is co-borrower/guarantor '
                           'on ' WS-PARTY-LOAN-COUNT
                           ' open loan(s) - not deleted.'
                   ELSE
                       PERFORM DELETE-CLIENT-RECORD
                   END-IF
                   END-IF
           END-READ.
           IF CLIENTS-REC-LOCKED
               PERFORM SHOW-CLIENT-READ-ERROR
           END-PERFORM.
           .

      *    A CO-BORROWER OR GUARANTOR IS AS LIABLE AS THE BORROWER,
      *    SO THE CLIENT RECORD MUST STAY WHILE ANY LOAN THEY STAND
      *    BEHIND IS STILL OPEN.
       CHECK-CLIENT-PARTY-LOANS.
           MOVE 0 TO WS-PARTY-LOAN-COUNT.
           MOVE CLIENT-ID TO WS-PARTY-CLIENT-ID.
           MOVE 'N' TO EOF-PARTY.
           MOVE WS-PARTY-CLIENT-ID TO PARTY-CLIENT-ID
           START LOANPARTIES KEY IS EQUAL TO PARTY-CLIENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-PARTY
           END-START.
           PERFORM UNTIL EOF-PARTY = 'Y'
               READ LOANPARTIES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PARTY
               NOT AT END
                   IF PARTY-CLIENT-ID NOT = WS-PARTY-CLIENT-ID
                       MOVE 'Y' TO EOF-PARTY
                   ELSE
                       IF PARTY-ACTIVE
                           MOVE PARTY-LOAN-ID TO LOAN-ID
                           READ LOANS RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF NOT LOAN-INACTIVE
                                       ADD 1 TO WS-PARTY-LOAN-COUNT
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       DELETE-CLIENT-RECORD.
           MOVE CLIENT-NAME TO WS-OLD-CLIENT-NAME
           MOVE 'Y' TO WS-WRITE-OK
                   END-IF
                   IF WS-GATE-OK = 'N'
                       DISPLAY 'Booking refused - ' WS-GATE-REASON
                       PERFORM OFFER-PENDING-APPLICATION
                   ELSE
                       MOVE 0 TO WS-LOAN-APPL-ID
                       PERFORM BOOK-NEW-LOAN
                   END-IF
               ELSE
                   DISPLAY 'Cannot add loan. Product code not found.'
           END-IF
           .

      *    WRITES THE LOAN, ITS AUDIT ENTRIES AND ITS INSTALLMENT
      *    SCHEDULE FROM THE WS- BOOKING FIELDS, FOR A DIRECT BOOKING
      *    OR AN APPROVED APPLICATION (WS-LOAN-APPL-ID).
       BOOK-NEW-LOAN.
           MOVE 'N' TO WS-LOAN-BOOKED
           MOVE WS-LOAN-ID TO LOAN-ID
           MOVE WS-CLIENT-ID TO LOAN-CLIENT-ID
           MOVE WS-LOAN-AMOUNT TO LOAN-AMOUNT
           MOVE WS-LOAN-INTEREST TO LOAN-INTEREST
           MOVE WS-LOAN-DATE TO LOAN-DATE
           MOVE WS-LOAN-DURATION TO LOAN-DURATION
           MOVE WS-LOAN-AMOUNT TO LOAN-BALANCE
           MOVE 'A' TO LOAN-STATUS
           MOVE WS-PRODUCT-CODE TO LOAN-PRODUCT-CODE
           MOVE WS-LOAN-APPL-ID TO LOAN-APPL-ID
           PERFORM CALCULATE-LOAN
           MOVE 'Y' TO WS-WRITE-OK
           PERFORM CHECK-ARCHIVED-LOAN-ID
           IF WS-WRITE-OK = 'Y'
               WRITE LOAN-REC INVALID KEY
                   DISPLAY 'Error: Loan already exists.'
                   MOVE 'N' TO WS-WRITE-OK
               END-WRITE
           END-IF
           IF WS-WRITE-OK = 'Y'
               MOVE 'Y' TO WS-LOAN-BOOKED
               MOVE 'LOAN' TO AUDIT-RECORD-TYPE
               MOVE 'ADD' TO AUDIT-ACTION
               MOVE LOAN-ID TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE SPACES TO AUDIT-AFTER-VALUE
               MOVE LOAN-AMOUNT TO WS-ED-LOAN-AMOUNT
               STRING WS-ED-LOAN-AMOUNT DELIMITED BY SIZE
                   INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               IF WS-GATE-OVERRIDE = 'Y'
                   PERFORM WRITE-OVERRIDE-AUDIT
               END-IF
               PERFORM BUILD-INSTALLMENT-RECORDS
               DISPLAY 'Record collateral for this loan? (Y/N)'
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM COLLECT-COLLATERAL-ITEMS
               END-IF
           END-IF
           DISPLAY 'Loan added successfully.'
           DISPLAY 'Monthly Payment: ' WS-MONTHLY-PAYMENT
           DISPLAY 'Total Payment: ' WS-TOTAL-PAYMENT
           DISPLAY 'Total Interest: ' WS-TOTAL-INTEREST
           .

      *    A REQUEST THE GATE REFUSES IS NOT LOST: THE TELLER CAN FILE
      *    IT AS A PENDING APPLICATION FOR A SUPERVISOR TO DECIDE.
       OFFER-PENDING-APPLICATION.
           DISPLAY 'Record this request as a pending application for '
               'supervisor review? (Y/N)'
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM WRITE-NEW-APPLICATION
           END-IF
           .

       LOOKUP-LOAN-PRODUCT.
           MOVE 'N' TO PRODUCT-FOUND.
           MOVE WS-PRODUCT-CODE TO PRODUCT-CODE
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM ADD-PARTY-EXPOSURE.
           IF WS-CLIENT-EXPOSURE + WS-LOAN-AMOUNT > WS-EXPOSURE-LIMIT
               MOVE 'Y' TO WS-EXPOSURE-FAIL
               MOVE 'N' TO WS-GATE-OK
               MOVE WS-CLIENT-EXPOSURE TO WS-ED-EXPOSURE
               DISPLAY 'Credit check: exposure ' WS-ED-EXPOSURE
                   ' plus this loan exceeds the client limit.'
               IF WS-PARTY-EXPOSURE > 0
                   MOVE WS-PARTY-EXPOSURE TO WS-ED-EXPOSURE
                   DISPLAY 'Credit check: exposure includes '
                       WS-ED-EXPOSURE ' as co-borrower/guarantor.'
               END-IF
           END-IF.
           IF WS-PASTDUE-FAIL = 'Y'
               MOVE 'N' TO WS-GATE-OK
           END-EVALUATE.
           .

      *    LOANS THE CLIENT CO-BORROWS OR GUARANTEES COUNT TOWARD THE
      *    EXPOSURE AND THE PAST-DUE TEST EXACTLY AS THEIR OWN DO.
       ADD-PARTY-EXPOSURE.
           MOVE 0 TO WS-PARTY-EXPOSURE.
           MOVE 'N' TO EOF-PARTY.
           MOVE WS-CLIENT-ID TO PARTY-CLIENT-ID
           START LOANPARTIES KEY IS EQUAL TO PARTY-CLIENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-PARTY
           END-START.
           PERFORM UNTIL EOF-PARTY = 'Y'
               READ LOANPARTIES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PARTY
               NOT AT END
                   IF PARTY-CLIENT-ID NOT = WS-CLIENT-ID
                       MOVE 'Y' TO EOF-PARTY
                   ELSE
                       IF PARTY-ACTIVE
                           PERFORM ADD-ONE-PARTY-LOAN-EXPOSURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
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
           MOVE 50000.00 TO WS-EXPOSURE-LIMIT.
           OPEN INPUT CREDIT-LIMIT-FILE.
                   DISPLAY 'Loan Interest: ' LOAN-INTEREST
                   DISPLAY 'Loan Date: ' LOAN-DATE
                   DISPLAY 'Loan Balance: ' LOAN-BALANCE
                   IF LOAN-APPL-ID NUMERIC AND LOAN-APPL-ID > 0
                       DISPLAY 'Application: ' LOAN-APPL-ID
                   END-IF
                   DISPLAY '-------------------------'
               END-READ
           END-PERFORM.
               PERFORM SHOW-LOAN-READ-ERROR
           END-IF.

           IF LOAN-FOUND = 'Y' AND LOAN-WRITTEN-OFF
               PERFORM RECORD-RECOVERY-PAYMENT
               MOVE 'N' TO LOAN-FOUND
           END-IF.

           IF LOAN-FOUND = 'Y' AND LOAN-INACTIVE
               DISPLAY 'Error: Loan is not active - no payment taken.'
               MOVE 'N' TO LOAN-FOUND
                   MOVE ZEROS TO PAYMENT-REV-DATE
                   MOVE WS-PAYMENT-METHOD TO PAYMENT-METHOD
                   MOVE WS-OPERATOR-ID TO PAYMENT-OPERATOR
                   MOVE 'N' TO PAYMENT-RECOVERY-FLAG
                   MOVE 0 TO PAYMENT-INTEREST-AMOUNT
      *    FEES ARE TAKEN FIRST, SO THE FEE SLICE OF THIS PAYMENT IS
      *    KNOWN UP FRONT AND SAVED ON THE RECORD - A REVERSAL AND
      *    THE GL EXTRACT RESTORE/POST EXACTLY THIS SPLIT.
           END-EVALUATE
           .

      *    MONEY RECEIVED ON A WRITTEN-OFF LOAN IS A RECOVERY.  THE
      *    LOAN, ITS FEES AND ITS SCHEDULE STAY FROZEN AS THEY WERE
      *    CHARGED OFF - THE PAYMENT IS FLAGGED AS A RECOVERY AND
      *    CREDITED TO THE CHARGE-OFF RECORD INSTEAD.  THE CALLER
      *    HOLDS THE LOAN LOCKED.
       RECORD-RECOVERY-PAYMENT.
           DISPLAY 'Loan ' LOAN-ID ' is written off.'
           DISPLAY 'Record a recovery payment? (Y/N)'
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM READ-CHARGEOFF-FOR-UPDATE
               IF CHGO-FOUND = 'Y'
                   COMPUTE WS-RECOVERY-OWED = CHGO-PRINCIPAL
                       + CHGO-FEES - CHGO-RECOVERED
                   MOVE WS-RECOVERY-OWED TO WS-ED-FEES-OWED
                   DISPLAY 'Charged off and not yet recovered: '
                       WS-ED-FEES-OWED
                   IF WS-RECOVERY-OWED = 0
                       DISPLAY 'Error: Charge-off already recovered '
                           'in full.'
                   ELSE
                       PERFORM POST-RECOVERY-PAYMENT
                   END-IF
                   UNLOCK CHARGEOFFS
               END-IF
           END-IF
           .

      *    LOANS WRITTEN OFF BEFORE THE CHARGE-OFF FILE EXISTED HAVE
      *    NO RECORD YET; ONE IS BUILT FROM THE FROZEN LOAN BALANCE
      *    AND THE FEES STILL OPEN ON IT.
       READ-CHARGEOFF-FOR-UPDATE.
           MOVE 'N' TO CHGO-FOUND
           MOVE LOAN-ID TO CHGO-LOAN-ID
           READ CHARGEOFFS RECORD WITH LOCK
               INVALID KEY
                   PERFORM BUILD-LEGACY-CHARGEOFF
               NOT INVALID KEY
                   MOVE 'Y' TO CHGO-FOUND
           END-READ
           IF CHARGEOFFS-REC-LOCKED
               DISPLAY 'Error: Charge-off record is in use by another '
                   'operator - try again shortly.'
               MOVE 'N' TO CHGO-FOUND
           END-IF
           .

       BUILD-LEGACY-CHARGEOFF.
           MOVE LOAN-ID TO WS-LOAN-ID
           PERFORM COMPUTE-LOAN-FEES-OWED
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
               DISPLAY 'Error: Unable to create charge-off record.'
           NOT INVALID KEY
               MOVE 'Y' TO CHGO-FOUND
           END-WRITE
           IF CHGO-FOUND = 'Y'
               MOVE 'N' TO CHGO-FOUND
               READ CHARGEOFFS RECORD WITH LOCK
                   INVALID KEY
                       DISPLAY 'Error: Charge-off record not found.'
                   NOT INVALID KEY
                       MOVE 'Y' TO CHGO-FOUND
               END-READ
           END-IF
           .

       POST-RECOVERY-PAYMENT.
           DISPLAY 'Enter Payment ID:'
           ACCEPT WS-PAYMENT-ID
           DISPLAY 'Enter Payment Date (YYYYMMDD):'
           ACCEPT WS-PAYMENT-DATE
           DISPLAY 'Enter Payment Amount:'
           ACCEPT WS-PAYMENT-AMOUNT
           PERFORM ACCEPT-PAYMENT-METHOD
           IF WS-PAYMENT-METHOD = SPACE
               DISPLAY 'Error: Invalid payment method - no '
                   'payment taken.'
           ELSE
           IF WS-PAYMENT-AMOUNT = 0
               DISPLAY 'Error: Payment amount must be greater '
                   'than zero.'
           ELSE
           IF WS-PAYMENT-AMOUNT > WS-RECOVERY-OWED
               DISPLAY 'Error: Payment exceeds amount charged off '
                   'and not yet recovered.'
           ELSE
               MOVE WS-PAYMENT-ID TO PAYMENT-ID
               MOVE LOAN-ID TO PAYMENT-LOAN-ID
               MOVE WS-PAYMENT-DATE TO PAYMENT-DATE
               MOVE WS-PAYMENT-AMOUNT TO PAYMENT-AMOUNT
               MOVE 'P' TO PAYMENT-STATUS
               MOVE SPACES TO PAYMENT-REV-REASON
               MOVE ZEROS TO PAYMENT-REV-DATE
               MOVE WS-PAYMENT-METHOD TO PAYMENT-METHOD
               MOVE WS-OPERATOR-ID TO PAYMENT-OPERATOR
               MOVE 0 TO PAYMENT-FEE-AMOUNT
               MOVE 'Y' TO PAYMENT-RECOVERY-FLAG
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
               MOVE 'Y' TO WS-WRITE-OK
               WRITE PAYMENT-REC INVALID KEY
                   DISPLAY 'Error: Payment already exists.'
                   MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               IF WS-WRITE-OK = 'Y'
                   MOVE CHGO-RECOVERED TO WS-OLD-RECOVERED
                   ADD WS-PAYMENT-AMOUNT TO CHGO-RECOVERED
                   MOVE WS-PAYMENT-DATE TO CHGO-LAST-RECOVERY
                   IF CHGO-RECOVERED NOT < CHGO-PRINCIPAL + CHGO-FEES
                       MOVE 'S' TO CHGO-STATUS
                   END-IF
                   REWRITE CHGO-REC INVALID KEY
                       DISPLAY 'Error: Unable to update charge-off '
                           'record.'
                       MOVE 'N' TO WS-WRITE-OK
                   END-REWRITE
               END-IF
               IF WS-WRITE-OK = 'Y'
                   PERFORM WRITE-RECOVERY-AUDIT
                   MOVE CHGO-RECOVERED TO WS-ED-RECOVERED
                   DISPLAY 'Recovery recorded. Total recovered: '
                       WS-ED-RECOVERED
                   IF CHGO-SETTLED
                       DISPLAY 'Charge-off is now recovered in full.'
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           .

       WRITE-RECOVERY-AUDIT.
           MOVE 'CHARGEOFF' TO AUDIT-RECORD-TYPE
           MOVE 'RECOVR' TO AUDIT-ACTION
           MOVE CHGO-LOAN-ID TO AUDIT-KEY
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE SPACES TO AUDIT-AFTER-VALUE
           MOVE WS-OLD-RECOVERED TO WS-ED-RECOVERED
           STRING WS-ED-RECOVERED DELIMITED BY SIZE
               INTO AUDIT-BEFORE-VALUE
           MOVE CHGO-RECOVERED TO WS-ED-RECOVERED
           STRING WS-ED-RECOVERED DELIMITED BY SIZE
               INTO AUDIT-AFTER-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

      *    THE CALLER HAS ALREADY PUT THE PAYMENT THROUGH THE FEES,
      *    SO WS-APPLY-REMAINING ARRIVES HERE AS THE NON-FEE PORTION
      *    THAT REDUCED THE BALANCE AND NOW WORKS THE OLDEST UNPAID
               PERFORM UNAPPLY-REVERSED-FEES
           END-IF.
           COMPUTE WS-APPLY-REMAINING =
               PAYMENT-AMOUNT - PAYMENT-FEE-AMOUNT
               - PAYMENT-INTEREST-AMOUNT.
           MOVE 'N' TO EOF-INST.
           MOVE PAYMENT-LOAN-ID TO INST-LOAN-ID
           MOVE 999 TO INST-MONTH-NUM
           MOVE WS-PAYMENT-METHOD TO PAYMENT-METHOD
           MOVE WS-OPERATOR-ID TO PAYMENT-OPERATOR
           MOVE WS-LOAN-FEES-OWED TO PAYMENT-FEE-AMOUNT
           MOVE 'N' TO PAYMENT-RECOVERY-FLAG
      *    THE PER-DIEM INTEREST IN THE QUOTE NEVER ACCRUED INTO THE
      *    BALANCE, SO IT IS SAVED AS ITS OWN SLICE OF THE PAYMENT.
           MOVE WS-PAYOFF-INTEREST TO PAYMENT-INTEREST-AMOUNT
           MOVE 'Y' TO WS-WRITE-OK.
           WRITE PAYMENT-REC INVALID KEY
               DISPLAY 'Error: Payment already exists.'
                           INTO AUDIT-BEFORE-VALUE
                       MOVE 'WRITTEN OFF' TO AUDIT-AFTER-VALUE
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-CHARGEOFF-RECORD
                       DISPLAY 'Loan written off.'
                   END-IF
               END-IF
           UNLOCK LOANS
           .

      *    THE CHARGE-OFF RECORD FREEZES WHAT WAS LOST AT WRITE-OFF -
      *    THE BALANCE AND ANY LATE FEES STILL OPEN - SO RECOVERIES
      *    CAN BE MEASURED AGAINST IT.
       WRITE-CHARGEOFF-RECORD.
           PERFORM COMPUTE-LOAN-FEES-OWED
           MOVE LOAN-ID TO CHGO-LOAN-ID
           MOVE LOAN-CLIENT-ID TO CHGO-CLIENT-ID
           ACCEPT CHGO-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO CHGO-OPERATOR
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
               DISPLAY 'Error: Unable to write charge-off record.'
           END-WRITE
           .

       REVERSE-PAYMENT.
           DISPLAY 'Enter Payment ID:'
           ACCEPT WS-PAYMENT-ID.
               PERFORM SHOW-PAYMENT-READ-ERROR
           END-IF.

           IF PAYMENT-FOUND = 'Y' AND PAYMENT-IS-RECOVERY
               DISPLAY 'Enter Reversal Reason (NSF/ERROR):'
               ACCEPT WS-REV-REASON
               PERFORM REVERSE-RECOVERY-PAYMENT
               MOVE 'N' TO PAYMENT-FOUND
           END-IF.

           IF PAYMENT-FOUND = 'Y'
               DISPLAY 'Enter Reversal Reason (NSF/ERROR):'
               ACCEPT WS-REV-REASON
           UNLOCK PAYMENTS
           .

      *    THE FEE AND PAYOFF-INTEREST SLICES SAVED ON THE PAYMENT
      *    WHEN IT POSTED ARE THE EXACT AMOUNTS THAT NEVER TOUCHED THE
      *    BALANCE, SO EXACTLY PAYMENT - FEE - INTEREST IS RESTORED TO
      *    IT.  PAYMENTS WRITTEN BEFORE THE FIELDS EXISTED CARRY
      *    SPACES AND REVERSE AS ALL PRINCIPAL.
       APPLY-PAYMENT-REVERSAL.
           IF PAYMENT-FEE-AMOUNT NOT NUMERIC
               MOVE 0 TO PAYMENT-FEE-AMOUNT
           END-IF
           IF PAYMENT-INTEREST-AMOUNT NOT NUMERIC
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
           END-IF
           MOVE LOAN-BALANCE TO WS-OLD-LOAN-BALANCE
           PERFORM UNAPPLY-REVERSED-PAYMENT
           COMPUTE LOAN-BALANCE =
               LOAN-BALANCE + PAYMENT-AMOUNT - PAYMENT-FEE-AMOUNT
               - PAYMENT-INTEREST-AMOUNT
           IF LOAN-PAID-OFF
               MOVE 'A' TO LOAN-STATUS
           END-IF
           END-IF
           .

      *    A RECOVERY NEVER TOUCHED THE LOAN, SO ITS REVERSAL ONLY
      *    TAKES THE MONEY BACK OFF THE CHARGE-OFF RECORD.  A RECOVERY
      *    REMITTED BY THE AGENCY ALSO BACKS OUT THE AGENCY TOTALS.
       REVERSE-RECOVERY-PAYMENT.
           IF PAYMENT-FEE-AMOUNT NOT NUMERIC
               MOVE 0 TO PAYMENT-FEE-AMOUNT
           END-IF
           MOVE 'N' TO CHGO-FOUND
           MOVE PAYMENT-LOAN-ID TO CHGO-LOAN-ID
           READ CHARGEOFFS RECORD WITH LOCK
               INVALID KEY
                   DISPLAY 'Error: Charge-off record not found for '
                       'payment.'
               NOT INVALID KEY
                   MOVE 'Y' TO CHGO-FOUND
           END-READ
           IF CHARGEOFFS-REC-LOCKED
               DISPLAY 'Error: Charge-off record is in use by another '
                   'operator - try again shortly.'
               MOVE 'N' TO CHGO-FOUND
           END-IF
           IF CHGO-FOUND = 'Y'
               MOVE CHGO-RECOVERED TO WS-OLD-RECOVERED
               SUBTRACT PAYMENT-AMOUNT FROM CHGO-RECOVERED
               IF PAYMENT-BY-AGENCY
                   SUBTRACT PAYMENT-AMOUNT FROM CHGO-AGENCY-RECOVERED
                   SUBTRACT PAYMENT-FEE-AMOUNT
                       FROM CHGO-AGENCY-COMMISSION
               END-IF
               IF CHGO-SETTLED
                   IF CHGO-AGENCY-CODE = SPACES
                       MOVE 'O' TO CHGO-STATUS
                   ELSE
                       MOVE 'A' TO CHGO-STATUS
                   END-IF
               END-IF
               MOVE 'Y' TO WS-WRITE-OK
               REWRITE CHGO-REC INVALID KEY
                   DISPLAY 'Error: Unable to update charge-off record.'
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
               IF WS-WRITE-OK = 'Y'
                   MOVE 'R' TO PAYMENT-STATUS
                   MOVE WS-REV-REASON TO PAYMENT-REV-REASON
                   ACCEPT PAYMENT-REV-DATE FROM DATE YYYYMMDD
                   REWRITE PAYMENT-REC INVALID KEY
                       DISPLAY 'Error: Unable to update payment.'
                       MOVE 'N' TO WS-WRITE-OK
                   END-REWRITE
               END-IF
               IF WS-WRITE-OK = 'Y'
                   MOVE 'CHARGEOFF' TO AUDIT-RECORD-TYPE
                   MOVE 'REVRSL' TO AUDIT-ACTION
                   MOVE CHGO-LOAN-ID TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-BEFORE-VALUE
                   MOVE SPACES TO AUDIT-AFTER-VALUE
                   MOVE WS-OLD-RECOVERED TO WS-ED-RECOVERED
                   STRING WS-ED-RECOVERED DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-VALUE
                   MOVE CHGO-RECOVERED TO WS-ED-RECOVERED
                   STRING WS-ED-RECOVERED DELIMITED BY SIZE
                       INTO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'PAYMENT' TO AUDIT-RECORD-TYPE
                   MOVE 'REVRSL' TO AUDIT-ACTION
                   MOVE PAYMENT-ID TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-BEFORE-VALUE
                   MOVE SPACES TO AUDIT-AFTER-VALUE
                   MOVE PAYMENT-AMOUNT TO WS-ED-PAYMENT-AMOUNT
                   STRING WS-ED-PAYMENT-AMOUNT DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-VALUE
                   STRING 'REVERSED ' DELIMITED BY SIZE
                       WS-REV-REASON DELIMITED BY SIZE
                       INTO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE CHGO-RECOVERED TO WS-ED-RECOVERED
                   DISPLAY 'Recovery reversed. Total recovered: '
                       WS-ED-RECOVERED
               END-IF
               UNLOCK CHARGEOFFS
           END-IF
           .

      *    A RESTRUCTURE RE-AMORTIZES THE CURRENT BALANCE OVER AGREED
      *    NEW TERMS.  PAID INSTALLMENTS ARE LEFT UNTOUCHED SO THE
      *    HISTORY SURVIVES; ONLY THE UNPAID TAIL OF THE SCHEDULE IS
           END-IF
           .

      *    A LOAN CARRIES AT MOST ONE MANDATE.  REGISTERING OVER AN
      *    ACTIVE ONE REPLACES THE BANK DETAILS; REGISTERING OVER A
      *    CANCELLED ONE REINSTATES IT WITH A CLEAN RETURN COUNT.
       REGISTER-ACH-MANDATE.
           DISPLAY 'Enter Loan ID:'
           ACCEPT WS-LOAN-ID.
           MOVE 'N' TO LOAN-FOUND.
           MOVE WS-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   DISPLAY 'Error: Loan not found.'
               NOT INVALID KEY
                   IF LOAN-INACTIVE
                       DISPLAY 'Error: Loan is not active.'
                   ELSE
                       MOVE 'Y' TO LOAN-FOUND
                   END-IF
           END-READ.
           IF LOAN-FOUND = 'Y'
               MOVE 'N' TO MAND-FOUND
               MOVE WS-LOAN-ID TO MAND-LOAN-ID
               READ MANDATES RECORD WITH LOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO MAND-FOUND
               END-READ
               IF MANDATES-REC-LOCKED
                   DISPLAY 'Record in use by another operator - '
                       'please retry.'
               ELSE
                   MOVE 'Y' TO WS-ANSWER
                   IF MAND-FOUND = 'Y' AND MAND-ACTIVE
                       DISPLAY 'Loan already has an active mandate on '
                           'routing ' MAND-ROUTING
                       DISPLAY 'Replace it? (Y/N)'
                       ACCEPT WS-ANSWER
                   END-IF
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM ACCEPT-MANDATE-DETAILS
                   END-IF
               END-IF
               UNLOCK MANDATES
           END-IF
           .

       ACCEPT-MANDATE-DETAILS.
           DISPLAY 'Enter Bank Routing Number (9 digits):'
           ACCEPT WS-MAND-ROUTING
           DISPLAY 'Enter Bank Account Number:'
           ACCEPT WS-MAND-ACCOUNT
           DISPLAY 'Enter Account Type (C=Checking S=Savings):'
           ACCEPT WS-MAND-ACCT-TYPE
           EVALUATE WS-MAND-ACCT-TYPE
               WHEN 'c'
                   MOVE 'C' TO WS-MAND-ACCT-TYPE
               WHEN 's'
                   MOVE 'S' TO WS-MAND-ACCT-TYPE
               WHEN 'C'
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACE TO WS-MAND-ACCT-TYPE
           END-EVALUATE
           PERFORM CHECK-ROUTING-NUMBER
           IF WS-ROUTING-CHECK NOT = 0
               DISPLAY 'Error: Routing number fails check digit - '
                   'mandate not registered.'
           ELSE
           IF WS-MAND-ACCOUNT = SPACES
               DISPLAY 'Error: Account number is required - '
                   'mandate not registered.'
           ELSE
           IF WS-MAND-ACCT-TYPE = SPACE
               DISPLAY 'Error: Invalid account type - '
                   'mandate not registered.'
           ELSE
               PERFORM WRITE-MANDATE-RECORD
           END-IF
           END-IF
           END-IF
           .

      *    BANK ROUTING NUMBERS CARRY A WEIGHTED CHECK DIGIT
      *    (3-7-1 ACROSS THE NINE DIGITS, SUM DIVISIBLE BY TEN), SO A
      *    MISKEYED NUMBER IS CAUGHT HERE RATHER THAN AS A RETURN.
       CHECK-ROUTING-NUMBER.
           COMPUTE WS-ROUTING-CHECK =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                   + WS-ROUTING-DIGIT (7))
               + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                   + WS-ROUTING-DIGIT (8))
               + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
               + WS-ROUTING-DIGIT (9)
           DIVIDE WS-ROUTING-CHECK BY 10 GIVING WS-APPLY-REMAINING
               REMAINDER WS-ROUTING-CHECK
           IF WS-MAND-ROUTING = 0
               MOVE 1 TO WS-ROUTING-CHECK
           END-IF
           .

       WRITE-MANDATE-RECORD.
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           IF MAND-FOUND = 'Y'
               STRING 'ROUTING ' MAND-ROUTING
                   ' ACCOUNT ' MAND-ACCOUNT
                   ' STATUS ' MAND-STATUS
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-VALUE
           END-IF
           MOVE WS-LOAN-ID TO MAND-LOAN-ID
           MOVE LOAN-CLIENT-ID TO MAND-CLIENT-ID
           MOVE WS-MAND-ROUTING TO MAND-ROUTING
           MOVE WS-MAND-ACCOUNT TO MAND-ACCOUNT
           MOVE WS-MAND-ACCT-TYPE TO MAND-ACCT-TYPE
           MOVE 'A' TO MAND-STATUS
           ACCEPT MAND-START-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO MAND-OPERATOR
           MOVE 0 TO MAND-RETURN-COUNT
           MOVE SPACES TO MAND-LAST-RETURN-CODE
           MOVE 0 TO MAND-LAST-RETURN-DATE
           MOVE 0 TO MAND-CANCEL-DATE
           MOVE SPACES TO MAND-CANCEL-REASON
           MOVE 'Y' TO WS-WRITE-OK
           IF MAND-FOUND = 'Y'
               REWRITE MAND-REC INVALID KEY
                   DISPLAY 'Error: Unable to update mandate.'
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
               MOVE 'CHANGE' TO AUDIT-ACTION
           ELSE
               WRITE MAND-REC INVALID KEY
                   DISPLAY 'Error: Mandate already exists.'
                   MOVE 'N' TO WS-WRITE-OK
               END-WRITE
               MOVE 'ADD' TO AUDIT-ACTION
           END-IF
           IF WS-WRITE-OK = 'Y'
               MOVE 'MANDATE' TO AUDIT-RECORD-TYPE
               MOVE MAND-LOAN-ID TO AUDIT-KEY
               MOVE SPACES TO AUDIT-AFTER-VALUE
               STRING 'ROUTING ' MAND-ROUTING
                   ' ACCOUNT ' MAND-ACCOUNT
                   ' STATUS ' MAND-STATUS
                   DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY 'ACH mandate registered for Loan ID '
                   MAND-LOAN-ID '.'
           END-IF
           .

       CANCEL-ACH-MANDATE.
           DISPLAY 'Enter Loan ID:'
           ACCEPT WS-LOAN-ID.
           MOVE 'N' TO MAND-FOUND.
           MOVE WS-LOAN-ID TO MAND-LOAN-ID
           READ MANDATES RECORD WITH LOCK
               INVALID KEY
                   DISPLAY 'Error: No mandate on file for this loan.'
               NOT INVALID KEY
                   IF MAND-CANCELLED
                       DISPLAY 'Error: Mandate already cancelled.'
                   ELSE
                       MOVE 'Y' TO MAND-FOUND
                   END-IF
           END-READ.
           IF MANDATES-REC-LOCKED
               DISPLAY 'Record in use by another operator - '
                   'please retry.'
           END-IF.
           IF MAND-FOUND = 'Y'
               MOVE 'X' TO MAND-STATUS
               ACCEPT MAND-CANCEL-DATE FROM DATE YYYYMMDD
               MOVE 'OPERATOR' TO MAND-CANCEL-REASON
               MOVE 'Y' TO WS-WRITE-OK
               REWRITE MAND-REC INVALID KEY
                   DISPLAY 'Error: Unable to update mandate.'
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
               IF WS-WRITE-OK = 'Y'
                   MOVE 'MANDATE' TO AUDIT-RECORD-TYPE
                   MOVE 'CANCEL' TO AUDIT-ACTION
                   MOVE MAND-LOAN-ID TO AUDIT-KEY
                   MOVE 'ACTIVE' TO AUDIT-BEFORE-VALUE
                   MOVE 'CANCELLED BY OPERATOR' TO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'ACH mandate cancelled.'
               END-IF
           END-IF.
           UNLOCK MANDATES
           .

      *    THE BUSINESS DATE NORMALLY MOVES FORWARD ONE DAY AFTER
      *    END-OF-DAY HAS COMPLETED.  ROLLING WHILE END-OF-DAY IS
      *    INCOMPLETE, OR SETTING AN EARLIER DATE TO RERUN A DAY, IS
      *    ALLOWED ONLY AFTER THE SUPERVISOR CONFIRMS IT.
       ROLL-BUSINESS-DATE.
           MOVE 'N' TO BDATE-FOUND.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE INTO WS-BDATE-RECORD
               AT END
                   MOVE 'N' TO BDATE-FOUND
               NOT AT END
                   MOVE 'Y' TO BDATE-FOUND
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           MOVE 'Y' TO WS-ANSWER.
           IF BDATE-FOUND = 'N'
               MOVE 0 TO WS-BDATE-CURRENT
               MOVE 0 TO WS-BDATE-PREVIOUS
               ACCEPT WS-NEW-BUSINESS-DATE FROM DATE YYYYMMDD
               DISPLAY 'No business date is set.'
           ELSE
               DISPLAY 'Current business date: ' WS-BDATE-CURRENT
               EVALUATE WS-BDATE-EOD-STATUS
                   WHEN 'C'
                       DISPLAY 'End-of-day: COMPLETE'
                   WHEN 'R'
                       DISPLAY 'End-of-day: RUNNING OR ABENDED'
                   WHEN OTHER
                       DISPLAY 'End-of-day: NOT COMPLETE'
               END-EVALUATE
               IF WS-BDATE-EOD-STATUS NOT = 'C'
                   DISPLAY 'Warning: end-of-day has not completed for '
                       'this date.  Roll anyway? (Y/N)'
                   ACCEPT WS-ANSWER
               END-IF
               COMPUTE WS-NEW-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BDATE-CURRENT) + 1)
           END-IF.
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               DISPLAY 'Enter new business date (YYYYMMDD, 0 = '
                   WS-NEW-BUSINESS-DATE '):'
               ACCEPT WS-ENTERED-DATE
               PERFORM CHECK-NEW-BUSINESS-DATE
           END-IF.
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               PERFORM WRITE-BUSINESS-DATE
           END-IF
           .

       CHECK-NEW-BUSINESS-DATE.
           IF WS-ENTERED-DATE NOT = 0
               MOVE WS-ENTERED-DATE TO WS-CAL-DATE
               MOVE 'Y' TO WS-CAL-VALID
               IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
                   OR WS-CAL-YEAR < 1601 OR WS-CAL-DAY < 1
                   MOVE 'N' TO WS-CAL-VALID
               ELSE
                   PERFORM SET-MONTH-END-DAY
                   IF WS-CAL-DAY > WS-MONTH-END-DAY
                       MOVE 'N' TO WS-CAL-VALID
                   END-IF
               END-IF
               IF WS-CAL-VALID = 'N'
                   DISPLAY 'Error: Invalid date - business date not '
                       'changed.'
                   MOVE 'N' TO WS-ANSWER
               ELSE
                   MOVE WS-ENTERED-DATE TO WS-NEW-BUSINESS-DATE
               END-IF
           END-IF.
           IF WS-ANSWER NOT = 'N'
               AND WS-NEW-BUSINESS-DATE = WS-BDATE-CURRENT
               DISPLAY 'Business date unchanged.'
               MOVE 'N' TO WS-ANSWER
           END-IF.
           IF WS-ANSWER NOT = 'N'
               AND WS-NEW-BUSINESS-DATE < WS-BDATE-CURRENT
               DISPLAY 'Warning: ' WS-NEW-BUSINESS-DATE
                   ' is earlier than the current business date.  '
                   'Set it anyway? (Y/N)'
               ACCEPT WS-ANSWER
           END-IF
           .

       WRITE-BUSINESS-DATE.
           MOVE WS-BDATE-CURRENT TO WS-BDATE-PREVIOUS
           MOVE WS-NEW-BUSINESS-DATE TO WS-BDATE-CURRENT
           MOVE SPACE TO WS-BDATE-EOD-STATUS
           ACCEPT WS-BDATE-ROLLED-ON FROM DATE YYYYMMDD
           ACCEPT WS-BDATE-ROLLED-AT FROM TIME
           MOVE WS-OPERATOR-ID TO WS-BDATE-ROLLED-BY
           OPEN OUTPUT BUSINESS-DATE-FILE
           WRITE BDATE-REC FROM WS-BDATE-RECORD
           CLOSE BUSINESS-DATE-FILE
           MOVE 'BUSDATE' TO AUDIT-RECORD-TYPE
           MOVE 'ROLL' TO AUDIT-ACTION
           MOVE 0 TO AUDIT-KEY
           MOVE WS-BDATE-PREVIOUS TO AUDIT-BEFORE-VALUE
           MOVE WS-BDATE-CURRENT TO AUDIT-AFTER-VALUE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY 'Business date is now ' WS-BDATE-CURRENT '.'
           .

      *    A CO-BORROWER OR GUARANTOR MUST BE A CLIENT ON FILE AND
      *    CANNOT BE THE BORROWER OF RECORD.  ADDING A CLIENT WHO WAS
      *    REMOVED FROM THE LOAN REINSTATES THE EXISTING LINK; ADDING
      *    AN ACTIVE PARTY AGAIN CHANGES THEIR ROLE.
       ADD-LOAN-PARTY.
           DISPLAY 'Enter Loan ID:'
           ACCEPT WS-LOAN-ID.
           MOVE 'N' TO LOAN-FOUND.
           MOVE WS-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   DISPLAY 'Error: Loan not found.'
               NOT INVALID KEY
                   IF LOAN-INACTIVE
                       DISPLAY 'Error: Loan is not active.'
                   ELSE
                       MOVE 'Y' TO LOAN-FOUND
                   END-IF
           END-READ.
           IF LOAN-FOUND = 'Y'
               PERFORM LIST-LOAN-PARTIES
               DISPLAY 'Enter Client ID of Co-borrower/Guarantor:'
               ACCEPT WS-PARTY-CLIENT-ID
               DISPLAY 'Enter Role (C=Co-borrower G=Guarantor):'
               ACCEPT WS-PARTY-ROLE
               EVALUATE WS-PARTY-ROLE
                   WHEN 'c'
                       MOVE 'C' TO WS-PARTY-ROLE
                   WHEN 'g'
                       MOVE 'G' TO WS-PARTY-ROLE
                   WHEN 'C'
                   WHEN 'G'
                       CONTINUE
                   WHEN OTHER
                       MOVE SPACE TO WS-PARTY-ROLE
               END-EVALUATE
               PERFORM CHECK-NEW-LOAN-PARTY
               IF WS-WRITE-OK = 'Y'
                   PERFORM WRITE-LOAN-PARTY
               END-IF
           END-IF
           .

       LIST-LOAN-PARTIES.
           DISPLAY 'Borrower of record: ' LOAN-CLIENT-ID
           MOVE 'N' TO EOF-PARTY.
           MOVE WS-LOAN-ID TO PARTY-LOAN-ID
           MOVE 0 TO PARTY-CLIENT-ID
           START LOANPARTIES KEY IS GREATER THAN PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-PARTY
           END-START.
           PERFORM UNTIL EOF-PARTY = 'Y'
               READ LOANPARTIES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PARTY
               NOT AT END
                   IF PARTY-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO EOF-PARTY
                   ELSE
                       IF PARTY-ACTIVE
                           PERFORM SET-PARTY-ROLE-NAME
                           DISPLAY 'Client ID: ' PARTY-CLIENT-ID
                               '  Role: ' WS-PARTY-ROLE-NAME
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       CHECK-NEW-LOAN-PARTY.
           MOVE 'N' TO WS-WRITE-OK.
           IF WS-PARTY-ROLE = SPACE
               DISPLAY 'Error: Invalid role - party not added.'
           ELSE
           IF WS-PARTY-CLIENT-ID = LOAN-CLIENT-ID
               DISPLAY 'Error: Client is the borrower of record - '
                   'party not added.'
           ELSE
               MOVE WS-PARTY-CLIENT-ID TO CLIENT-ID
               READ CLIENTS RECORD
                   INVALID KEY
                       DISPLAY 'Error: Client not found - party not '
                           'added.'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WRITE-OK
               END-READ
           END-IF
           END-IF
           .

       WRITE-LOAN-PARTY.
           MOVE 'N' TO PARTY-FOUND.
           MOVE WS-LOAN-ID TO PARTY-LOAN-ID
           MOVE WS-PARTY-CLIENT-ID TO PARTY-CLIENT-ID
           READ LOANPARTIES RECORD WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PARTY-FOUND
           END-READ.
           IF PARTIES-REC-LOCKED
               DISPLAY 'Record in use by another operator - '
                   'please retry.'
           ELSE
           IF PARTY-FOUND = 'Y' AND PARTY-ACTIVE
               AND PARTY-ROLE = WS-PARTY-ROLE
               DISPLAY 'Client is already on this loan in that role.'
           ELSE
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               IF PARTY-FOUND = 'Y'
                   STRING 'CLIENT ' PARTY-CLIENT-ID
                       ' ROLE ' PARTY-ROLE
                       ' STATUS ' PARTY-STATUS
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-VALUE
               END-IF
               MOVE WS-PARTY-ROLE TO PARTY-ROLE
               MOVE 'A' TO PARTY-STATUS
               ACCEPT PARTY-ADDED-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO PARTY-ADDED-BY
               MOVE 0 TO PARTY-REMOVED-DATE
               MOVE SPACES TO PARTY-REMOVED-BY
               MOVE 'Y' TO WS-WRITE-OK
               IF PARTY-FOUND = 'Y'
                   REWRITE PARTY-REC INVALID KEY
                       DISPLAY 'Error: Unable to update loan party.'
                       MOVE 'N' TO WS-WRITE-OK
                   END-REWRITE
                   MOVE 'CHANGE' TO AUDIT-ACTION
               ELSE
                   WRITE PARTY-REC INVALID KEY
                       DISPLAY 'Error: Loan party already exists.'
                       MOVE 'N' TO WS-WRITE-OK
                   END-WRITE
                   MOVE 'ADD' TO AUDIT-ACTION
               END-IF
               IF WS-WRITE-OK = 'Y'
                   MOVE 'PARTY' TO AUDIT-RECORD-TYPE
                   MOVE PARTY-LOAN-ID TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-AFTER-VALUE
                   STRING 'CLIENT ' PARTY-CLIENT-ID
                       ' ROLE ' PARTY-ROLE
                       ' STATUS ' PARTY-STATUS
                       DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM SET-PARTY-ROLE-NAME
                   DISPLAY 'Client ' PARTY-CLIENT-ID
                       ' added to Loan ID ' PARTY-LOAN-ID
                       ' as ' WS-PARTY-ROLE-NAME '.'
               END-IF
           END-IF
           END-IF.
           UNLOCK LOANPARTIES
           .

      *    RELEASING A CO-BORROWER OR GUARANTOR FROM A LOAN REMOVES
      *    LIABILITY, SO IT IS A SUPERVISOR FUNCTION.  THE LINK STAYS
      *    ON FILE MARKED REMOVED.
       REMOVE-LOAN-PARTY.
           DISPLAY 'Enter Loan ID:'
           ACCEPT WS-LOAN-ID.
           DISPLAY 'Enter Client ID of Co-borrower/Guarantor:'
           ACCEPT WS-PARTY-CLIENT-ID.
           MOVE 'N' TO PARTY-FOUND.
           MOVE WS-LOAN-ID TO PARTY-LOAN-ID
           MOVE WS-PARTY-CLIENT-ID TO PARTY-CLIENT-ID
           READ LOANPARTIES RECORD WITH LOCK
               INVALID KEY
                   DISPLAY 'Error: Client is not a party to this loan.'
               NOT INVALID KEY
                   IF PARTY-REMOVED
                       DISPLAY 'Error: Party already removed.'
                   ELSE
                       MOVE 'Y' TO PARTY-FOUND
                   END-IF
           END-READ.
           IF PARTIES-REC-LOCKED
               DISPLAY 'Record in use by another operator - '
                   'please retry.'
           END-IF.
           IF PARTY-FOUND = 'Y'
               MOVE 'R' TO PARTY-STATUS
               ACCEPT PARTY-REMOVED-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO PARTY-REMOVED-BY
               MOVE 'Y' TO WS-WRITE-OK
               REWRITE PARTY-REC INVALID KEY
                   DISPLAY 'Error: Unable to update loan party.'
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
               IF WS-WRITE-OK = 'Y'
                   MOVE 'PARTY' TO AUDIT-RECORD-TYPE
                   MOVE 'REMOVE' TO AUDIT-ACTION
                   MOVE PARTY-LOAN-ID TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-BEFORE-VALUE
                   STRING 'CLIENT ' PARTY-CLIENT-ID
                       ' ROLE ' PARTY-ROLE ' STATUS A'
                       DELIMITED BY SIZE INTO AUDIT-BEFORE-VALUE
                   MOVE SPACES TO AUDIT-AFTER-VALUE
                   STRING 'CLIENT ' PARTY-CLIENT-ID
                       ' ROLE ' PARTY-ROLE ' STATUS R'
                       DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'Party removed from loan.'
               END-IF
           END-IF.
           UNLOCK LOANPARTIES
           .

      *    AN APPLICATION RECORDS THE REQUEST WITHOUT BOOKING ANYTHING.
      *    THE GATE IS RUN FOR INFORMATION ONLY - ITS RESULT IS KEPT
      *    ON THE APPLICATION FOR THE SUPERVISOR WHO DECIDES IT.
       TAKE-LOAN-APPLICATION.
           DISPLAY 'Enter Client ID:'
           ACCEPT WS-CLIENT-ID.
           MOVE 'N' TO CLIENT-FOUND.
           MOVE WS-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   DISPLAY 'Error: Client not found.'
               NOT INVALID KEY
                   MOVE 'Y' TO CLIENT-FOUND
                   DISPLAY 'Client Name: ' CLIENT-NAME
           END-READ.
           IF CLIENT-FOUND = 'Y'
               DISPLAY 'Enter Requested Amount:'
               ACCEPT WS-LOAN-AMOUNT
               DISPLAY 'Enter Product Code:'
               ACCEPT WS-PRODUCT-CODE
               PERFORM LOOKUP-LOAN-PRODUCT
               IF PRODUCT-FOUND = 'Y'
                   DISPLAY 'Enter Loan Duration (months):'
                   ACCEPT WS-LOAN-DURATION
                   IF WS-LOAN-DURATION < PRODUCT-MIN-DURATION
                      OR WS-LOAN-DURATION > PRODUCT-MAX-DURATION
                       DISPLAY 'Warning: Duration outside product '
                           'limits.'
                   END-IF
                   PERFORM CHECK-UNDERWRITING-GATE
                   PERFORM WRITE-NEW-APPLICATION
               ELSE
                   DISPLAY 'Cannot take application. Product code '
                       'not found.'
               END-IF
           ELSE
               DISPLAY 'Cannot take application. Client not found.'
           END-IF
           .

       WRITE-NEW-APPLICATION.
           PERFORM FIND-NEXT-APPLICATION-ID
           INITIALIZE APPL-REC
           MOVE WS-APPL-ID TO APPL-ID
           MOVE WS-CLIENT-ID TO APPL-CLIENT-ID
           MOVE WS-LOAN-AMOUNT TO APPL-AMOUNT
           MOVE WS-PRODUCT-CODE TO APPL-PRODUCT-CODE
           MOVE WS-LOAN-DURATION TO APPL-DURATION
           MOVE 'P' TO APPL-STATUS
           ACCEPT APPL-TAKEN-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO APPL-TAKEN-BY
           MOVE WS-GATE-REASON TO APPL-GATE-REASON
           MOVE 'Y' TO WS-WRITE-OK
           WRITE APPL-REC INVALID KEY
               DISPLAY 'Error: Unable to record application.'
               MOVE 'N' TO WS-WRITE-OK
           END-WRITE
           IF WS-WRITE-OK = 'Y'
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
               DISPLAY 'Application ' APPL-ID
                   ' recorded - pending supervisor review.'
           END-IF
           .

       FIND-NEXT-APPLICATION-ID.
           MOVE 1 TO WS-APPL-ID.
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
                   COMPUTE WS-APPL-ID = APPL-ID + 1
               END-READ
           END-IF
           .

      *    THE SUPERVISOR QUEUE WALKS EVERY PENDING APPLICATION IN
      *    NUMBER ORDER, RE-RUNNING THE GATE SO THE DECISION IS MADE
      *    ON THE CLIENT'S POSITION TODAY, NOT WHEN IT WAS TAKEN.
       WORK-APPLICATION-QUEUE.
           MOVE 0 TO WS-QUEUE-COUNT.
           MOVE 'N' TO EOF-APPL.
           MOVE 0 TO APPL-ID.
           START APPLICATIONS KEY IS NOT LESS THAN APPL-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-APPL
           END-START.
           PERFORM UNTIL EOF-APPL = 'Y'
               READ APPLICATIONS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-APPL
               NOT AT END
                   IF APPL-PENDING
                       ADD 1 TO WS-QUEUE-COUNT
                       PERFORM REVIEW-ONE-APPLICATION
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-QUEUE-COUNT = 0
               DISPLAY 'No applications pending.'
           END-IF
           .

       REVIEW-ONE-APPLICATION.
           MOVE APPL-ID TO WS-APPL-ID
           DISPLAY '-------------------------'
           DISPLAY 'Application: ' APPL-ID
           MOVE APPL-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   MOVE SPACES TO CLIENT-NAME
           END-READ
           DISPLAY 'Client: ' APPL-CLIENT-ID ' ' CLIENT-NAME
           MOVE APPL-AMOUNT TO WS-ED-LOAN-AMOUNT
           DISPLAY 'Amount: ' WS-ED-LOAN-AMOUNT
               '  Product: ' APPL-PRODUCT-CODE
               '  Duration: ' APPL-DURATION
           DISPLAY 'Taken: ' APPL-TAKEN-DATE ' by ' APPL-TAKEN-BY
           IF APPL-GATE-REASON NOT = SPACES
               DISPLAY 'Credit check when taken: ' APPL-GATE-REASON
           END-IF
           MOVE APPL-CLIENT-ID TO WS-CLIENT-ID
           MOVE APPL-AMOUNT TO WS-LOAN-AMOUNT
           PERFORM CHECK-UNDERWRITING-GATE
           IF WS-GATE-OK = 'Y'
               DISPLAY 'Credit check today: passed.'
           END-IF
           DISPLAY 'A=Approve D=Decline S=Skip Q=Quit queue'
           ACCEPT WS-APPL-DECISION
           EVALUATE WS-APPL-DECISION
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPROVE-APPLICATION
               WHEN 'D'
               WHEN 'd'
                   PERFORM DECLINE-APPLICATION
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO EOF-APPL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *    APPROVING PAST A FAILED GATE IS THE SUPERVISOR OVERRIDE FOR
      *    AN APPLICATION, SO IT TAKES A REASON THE SAME WAY.
       APPROVE-APPLICATION.
           DISPLAY 'Enter Approval Reason:'
           ACCEPT WS-APPL-REASON
           IF WS-GATE-OK = 'N' AND WS-APPL-REASON = SPACES
               DISPLAY 'Error: Reason required to approve past the '
                   'credit check.'
           ELSE
               PERFORM LOCK-PENDING-APPLICATION
               IF APPL-FOUND = 'Y'
                   MOVE 'A' TO APPL-STATUS
                   MOVE WS-GATE-REASON TO APPL-GATE-REASON
                   PERFORM REWRITE-APPLICATION-DECISION
                   IF WS-WRITE-OK = 'Y'
                       MOVE 'APPROV' TO AUDIT-ACTION
                       PERFORM WRITE-APPLICATION-DECISION-AUDIT
                       DISPLAY 'Application approved.'
                   END-IF
               END-IF
               UNLOCK APPLICATIONS
           END-IF
           .

      *    THE DECLINE REASON IS PRINTED ON THE CLIENT'S LETTER, SO
      *    ONE MUST ALWAYS BE GIVEN.
       DECLINE-APPLICATION.
           DISPLAY 'Enter Decline Reason (printed on the letter):'
           ACCEPT WS-APPL-REASON
           IF WS-APPL-REASON = SPACES
               DISPLAY 'Error: Decline reason required.'
           ELSE
               PERFORM LOCK-PENDING-APPLICATION
               IF APPL-FOUND = 'Y'
                   MOVE 'D' TO APPL-STATUS
                   MOVE 0 TO APPL-LETTER-DATE
                   PERFORM REWRITE-APPLICATION-DECISION
                   IF WS-WRITE-OK = 'Y'
                       MOVE 'DECLIN' TO AUDIT-ACTION
                       PERFORM WRITE-APPLICATION-DECISION-AUDIT
                       DISPLAY 'Application declined.'
                   END-IF
               END-IF
               UNLOCK APPLICATIONS
           END-IF
           .

       LOCK-PENDING-APPLICATION.
           MOVE 'N' TO APPL-FOUND.
           MOVE WS-APPL-ID TO APPL-ID
           READ APPLICATIONS RECORD WITH LOCK
               INVALID KEY
                   DISPLAY 'Error: Application not found.'
               NOT INVALID KEY
                   IF APPL-PENDING
                       MOVE 'Y' TO APPL-FOUND
                   ELSE
                       DISPLAY 'Error: Application already decided.'
                   END-IF
           END-READ.
           IF APPLICATIONS-REC-LOCKED
               DISPLAY 'Record in use by another operator - '
                   'please retry.'
           END-IF
           .

       REWRITE-APPLICATION-DECISION.
           ACCEPT APPL-DECISION-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO APPL-DECIDED-BY
           MOVE WS-APPL-REASON TO APPL-REASON
           MOVE 'Y' TO WS-WRITE-OK
           REWRITE APPL-REC INVALID KEY
               DISPLAY 'Error: Unable to update application.'
               MOVE 'N' TO WS-WRITE-OK
           END-REWRITE
           .

       WRITE-APPLICATION-DECISION-AUDIT.
           MOVE 'APPL' TO AUDIT-RECORD-TYPE
           MOVE APPL-ID TO AUDIT-KEY
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           STRING 'STATUS P ' APPL-GATE-REASON
               DELIMITED BY SIZE INTO AUDIT-BEFORE-VALUE
           MOVE SPACES TO AUDIT-AFTER-VALUE
           STRING 'STATUS ' APPL-STATUS ' ' APPL-REASON
               DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

      *    AN APPROVED APPLICATION BOOKS THROUGH THE SAME PATH AS A
      *    DIRECT BOOKING.  THE GATE IS NOT RE-RUN - THE SUPERVISOR'S
      *    APPROVAL STANDS - BUT AN APPROVAL GIVEN PAST A FAILED GATE
      *    IS CARRIED ONTO THE LOAN'S AUDIT TRAIL AS ITS OVERRIDE.
       BOOK-APPROVED-APPLICATION.
           DISPLAY 'Enter Application Number:'
           ACCEPT WS-APPL-ID.
           MOVE 'N' TO APPL-FOUND.
           MOVE WS-APPL-ID TO APPL-ID
           READ APPLICATIONS RECORD WITH LOCK
               INVALID KEY
                   DISPLAY 'Error: Application not found.'
               NOT INVALID KEY
                   IF APPL-APPROVED
                       MOVE 'Y' TO APPL-FOUND
                   ELSE
                       DISPLAY 'Error: Application is not approved '
                           '(status ' APPL-STATUS ').'
                   END-IF
           END-READ.
           IF APPLICATIONS-REC-LOCKED
               DISPLAY 'Record in use by another operator - '
                   'please retry.'
           END-IF.
           IF APPL-FOUND = 'Y'
               MOVE APPL-CLIENT-ID TO CLIENT-ID
               READ CLIENTS RECORD
                   INVALID KEY
                       DISPLAY 'Error: Client not found.'
                       MOVE 'N' TO APPL-FOUND
                   NOT INVALID KEY
                       DISPLAY 'Client Name: ' CLIENT-NAME
               END-READ
           END-IF.
           IF APPL-FOUND = 'Y'
               MOVE APPL-PRODUCT-CODE TO WS-PRODUCT-CODE
               PERFORM LOOKUP-LOAN-PRODUCT
               IF PRODUCT-FOUND = 'N'
                   MOVE 'N' TO APPL-FOUND
               END-IF
           END-IF.
           IF APPL-FOUND = 'Y'
               MOVE APPL-CLIENT-ID TO WS-CLIENT-ID
               MOVE APPL-AMOUNT TO WS-LOAN-AMOUNT
               MOVE APPL-DURATION TO WS-LOAN-DURATION
               MOVE APPL-ID TO WS-LOAN-APPL-ID
               MOVE 'N' TO WS-GATE-OVERRIDE
               IF APPL-GATE-REASON NOT = SPACES
                   MOVE 'Y' TO WS-GATE-OVERRIDE
                   MOVE APPL-GATE-REASON TO WS-GATE-REASON
                   MOVE APPL-REASON TO WS-OVERRIDE-REASON
               END-IF
               DISPLAY 'Enter Loan ID:'
               ACCEPT WS-LOAN-ID
               DISPLAY 'Enter Loan Date (YYYYMMDD):'
               ACCEPT WS-LOAN-DATE
               PERFORM BOOK-NEW-LOAN
               IF WS-LOAN-BOOKED = 'Y'
                   PERFORM MARK-APPLICATION-BOOKED
               END-IF
           END-IF.
           UNLOCK APPLICATIONS
           .

      *    RE-READ UNDER LOCK SO THE STATUS CHANGE IS MADE AGAINST
      *    THE APPLICATION AS IT STANDS AFTER THE BOOKING PROMPTS.
       MARK-APPLICATION-BOOKED.
           MOVE WS-APPL-ID TO APPL-ID
           MOVE 'Y' TO WS-WRITE-OK
           READ APPLICATIONS RECORD WITH LOCK
               INVALID KEY
                   DISPLAY 'Error: Application not found.'
                   MOVE 'N' TO WS-WRITE-OK
           END-READ.
           IF WS-WRITE-OK = 'Y'
               MOVE 'B' TO APPL-STATUS
               MOVE LOAN-ID TO APPL-LOAN-ID
               MOVE LOAN-DATE TO APPL-BOOKED-DATE
               REWRITE APPL-REC INVALID KEY
                   DISPLAY 'Error: Unable to update application.'
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-IF
           IF WS-WRITE-OK = 'Y'
               MOVE 'APPL' TO AUDIT-RECORD-TYPE
               MOVE 'BOOK' TO AUDIT-ACTION
               MOVE APPL-ID TO AUDIT-KEY
               MOVE 'STATUS A' TO AUDIT-BEFORE-VALUE
               MOVE SPACES TO AUDIT-AFTER-VALUE
               STRING 'STATUS B LOAN ' APPL-LOAN-ID
                   DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY 'Application ' APPL-ID ' booked as loan '
                   APPL-LOAN-ID '.'
           END-IF
           .

       WITHDRAW-APPLICATION.
           DISPLAY 'Enter Application Number:'
           ACCEPT WS-APPL-ID.
           MOVE 'N' TO APPL-FOUND.
           MOVE WS-APPL-ID TO APPL-ID
           READ APPLICATIONS RECORD WITH LOCK
               INVALID KEY
                   DISPLAY 'Error: Application not found.'
               NOT INVALID KEY
                   IF APPL-OPEN
                       MOVE 'Y' TO APPL-FOUND
                   ELSE
                       DISPLAY 'Error: Application is already '
                           'closed (status ' APPL-STATUS ').'
                   END-IF
           END-READ.
           IF APPLICATIONS-REC-LOCKED
               DISPLAY 'Record in use by another operator - '
                   'please retry.'
           END-IF.
           IF APPL-FOUND = 'Y'
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               STRING 'STATUS ' APPL-STATUS
                   DELIMITED BY SIZE INTO AUDIT-BEFORE-VALUE
               DISPLAY 'Enter Withdrawal Reason:'
               ACCEPT WS-APPL-REASON
               MOVE 'W' TO APPL-STATUS
               PERFORM REWRITE-APPLICATION-DECISION
               IF WS-WRITE-OK = 'Y'
                   MOVE 'APPL' TO AUDIT-RECORD-TYPE
                   MOVE 'WTHDRW' TO AUDIT-ACTION
                   MOVE APPL-ID TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-AFTER-VALUE
                   STRING 'STATUS W ' APPL-REASON
                       DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY 'Application withdrawn.'
               END-IF
           END-IF.
           UNLOCK APPLICATIONS
           .

      *    A COLLECTOR LOGS EVERY ATTEMPT AGAINST THE LOAN, WHETHER OR
      *    NOT THE BORROWER WAS REACHED.  A NEW PROMISE REPLACES ANY
      *    PROMISE STILL OPEN ON THE LOAN, SO ONLY ONE IS EVER CHECKED
      *    AGAINST THE PAYMENTS THAT COME IN.
       LOG-COLLECTION-CONTACT.
           DISPLAY 'Enter Loan ID:'
           ACCEPT WS-LOAN-ID.
           MOVE 'N' TO LOAN-FOUND.
           MOVE WS-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   DISPLAY 'Error: Loan not found.'
               NOT INVALID KEY
                   IF LOAN-PAID-OFF OR LOAN-CLOSED
                       DISPLAY 'Error: Loan is paid off or closed.'
                   ELSE
                       MOVE 'Y' TO LOAN-FOUND
                   END-IF
           END-READ.
           IF LOAN-FOUND = 'Y'
               MOVE LOAN-BALANCE TO WS-ED-LOAN-BALANCE
               DISPLAY 'Client ID: ' LOAN-CLIENT-ID
                   '  Balance: ' WS-ED-LOAN-BALANCE
                   '  Status: ' LOAN-STATUS
               PERFORM FIND-OPEN-PROMISE
               IF PROMISE-FOUND = 'Y'
                   MOVE WS-OPEN-PROMISE-AMOUNT TO WS-ED-PAYMENT-AMOUNT
                   DISPLAY 'Open promise: ' WS-ED-PAYMENT-AMOUNT
                       ' by ' WS-OPEN-PROMISE-DATE
               END-IF
               INITIALIZE CNTC-REC
               DISPLAY 'Enter Channel (O=Call out I=Call in V=Visit '
                   'L=Letter):'
               ACCEPT CNTC-CHANNEL
               DISPLAY 'Enter Outcome (N=No answer M=Message W=Wrong '
                   'no. P=Promise R=Refused D=Dispute C=Other):'
               ACCEPT CNTC-OUTCOME
               INSPECT CNTC-CHANNEL CONVERTING 'oivl' TO 'OIVL'
               INSPECT CNTC-OUTCOME CONVERTING 'nmwprdc' TO 'NMWPRDC'
               MOVE 'Y' TO WS-WRITE-OK
               IF NOT CNTC-CHANNEL-VALID
                   DISPLAY 'Error: Invalid channel.'
                   MOVE 'N' TO WS-WRITE-OK
               ELSE IF NOT CNTC-OUTCOME-VALID
                   DISPLAY 'Error: Invalid outcome.'
                   MOVE 'N' TO WS-WRITE-OK
               END-IF
               END-IF
               IF WS-WRITE-OK = 'Y'
                   DISPLAY 'Enter Note:'
                   ACCEPT CNTC-NOTE
                   IF CNTC-PROMISE
                       PERFORM ACCEPT-PROMISE-DETAILS
                   END-IF
               END-IF
               IF WS-WRITE-OK = 'Y'
                   PERFORM WRITE-COLLECTION-CONTACT
               END-IF
           END-IF
           .

       ACCEPT-PROMISE-DETAILS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'Enter Promised Amount:'
           ACCEPT WS-PAYMENT-AMOUNT
           DISPLAY 'Enter Promised Payment Date (YYYYMMDD):'
           ACCEPT WS-PROMISE-DATE
           IF WS-PAYMENT-AMOUNT = 0
               DISPLAY 'Error: Promised amount must be greater than '
                   'zero.'
               MOVE 'N' TO WS-WRITE-OK
           ELSE IF WS-PROMISE-DATE < WS-TODAY-DATE
               DISPLAY 'Error: Promised date is already past.'
               MOVE 'N' TO WS-WRITE-OK
           ELSE
               MOVE WS-PAYMENT-AMOUNT TO CNTC-PROMISE-AMOUNT
               MOVE WS-PROMISE-DATE TO CNTC-PROMISE-DATE
               MOVE 'O' TO CNTC-PROMISE-STATUS
           END-IF
           END-IF
           .

       WRITE-COLLECTION-CONTACT.
           IF CNTC-PROMISE AND PROMISE-FOUND = 'Y'
               PERFORM SUPERSEDE-OPEN-PROMISE
           END-IF
           PERFORM FIND-NEXT-CONTACT-SEQ
           MOVE WS-LOAN-ID TO CNTC-LOAN-ID
           MOVE WS-CNTC-SEQ TO CNTC-SEQ
           MOVE LOAN-CLIENT-ID TO CNTC-CLIENT-ID
           ACCEPT CNTC-DATE FROM DATE YYYYMMDD
           ACCEPT CNTC-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO CNTC-COLLECTOR
           MOVE 0 TO CNTC-PROMISE-PAID
           MOVE 0 TO CNTC-RESOLVED-DATE
           WRITE CNTC-REC INVALID KEY
               DISPLAY 'Error: Unable to record contact.'
               MOVE 'N' TO WS-WRITE-OK
           END-WRITE
           IF WS-WRITE-OK = 'Y'
               IF CNTC-PROMISE
                   MOVE 'PROMISE' TO AUDIT-RECORD-TYPE
                   MOVE 'ADD' TO AUDIT-ACTION
                   MOVE CNTC-LOAN-ID TO AUDIT-KEY
                   MOVE SPACES TO AUDIT-BEFORE-VALUE
                   MOVE SPACES TO AUDIT-AFTER-VALUE
                   MOVE CNTC-PROMISE-AMOUNT TO WS-ED-PAYMENT-AMOUNT
                   STRING 'SEQ ' CNTC-SEQ ' AMOUNT '
                       WS-ED-PAYMENT-AMOUNT ' BY ' CNTC-PROMISE-DATE
                       DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
               DISPLAY 'Contact recorded.'
           END-IF
           .

       SUPERSEDE-OPEN-PROMISE.
           MOVE CNTC-REC TO WS-CNTC-SAVE
           MOVE WS-LOAN-ID TO CNTC-LOAN-ID
           MOVE WS-OPEN-PROMISE-SEQ TO CNTC-SEQ
           READ CONTACTS RECORD WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CNTC-PROMISE-OPEN
                       MOVE 'S' TO CNTC-PROMISE-STATUS
                       ACCEPT CNTC-RESOLVED-DATE FROM DATE YYYYMMDD
                       REWRITE CNTC-REC INVALID KEY
                           DISPLAY 'Error: Unable to update earlier '
                               'promise.'
                       END-REWRITE
                   END-IF
           END-READ.
           IF CONTACTS-REC-LOCKED
               DISPLAY 'Record in use by another operator - '
                   'earlier promise left open.'
           END-IF.
           UNLOCK CONTACTS.
           MOVE WS-CNTC-SAVE TO CNTC-REC
           .

       FIND-NEXT-CONTACT-SEQ.
           MOVE CNTC-REC TO WS-CNTC-SAVE
           MOVE 1 TO WS-CNTC-SEQ.
           MOVE 'N' TO EOF-CNTC.
           MOVE WS-LOAN-ID TO CNTC-LOAN-ID
           MOVE 9999 TO CNTC-SEQ
           START CONTACTS KEY IS NOT GREATER THAN CNTC-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-CNTC
           END-START.
           IF EOF-CNTC = 'N'
               READ CONTACTS PREVIOUS RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNTC-LOAN-ID = WS-LOAN-ID
                           COMPUTE WS-CNTC-SEQ = CNTC-SEQ + 1
                       END-IF
               END-READ
           END-IF.
           MOVE WS-CNTC-SAVE TO CNTC-REC
           .

       FIND-OPEN-PROMISE.
           MOVE 'N' TO PROMISE-FOUND.
           MOVE 'N' TO EOF-CNTC.
           MOVE WS-LOAN-ID TO CNTC-LOAN-ID
           MOVE 0 TO CNTC-SEQ
           START CONTACTS KEY IS GREATER THAN CNTC-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-CNTC
           END-START.
           PERFORM UNTIL EOF-CNTC = 'Y'
               READ CONTACTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CNTC
               NOT AT END
                   IF CNTC-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO EOF-CNTC
                   ELSE
                       IF CNTC-PROMISE-OPEN
                           MOVE 'Y' TO PROMISE-FOUND
                           MOVE CNTC-SEQ TO WS-OPEN-PROMISE-SEQ
                           MOVE CNTC-PROMISE-AMOUNT
                               TO WS-OPEN-PROMISE-AMOUNT
                           MOVE CNTC-PROMISE-DATE
                               TO WS-OPEN-PROMISE-DATE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       VIEW-COLLECTION-HISTORY.
           DISPLAY 'Enter Loan ID:'
           ACCEPT WS-LOAN-ID.
           MOVE 0 TO WS-QUEUE-COUNT.
           MOVE 'N' TO EOF-CNTC.
           MOVE WS-LOAN-ID TO CNTC-LOAN-ID
           MOVE 0 TO CNTC-SEQ
           START CONTACTS KEY IS GREATER THAN CNTC-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-CNTC
           END-START.
           PERFORM UNTIL EOF-CNTC = 'Y'
               READ CONTACTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CNTC
               NOT AT END
                   IF CNTC-LOAN-ID NOT = WS-LOAN-ID
                       MOVE 'Y' TO EOF-CNTC
                   ELSE
                       ADD 1 TO WS-QUEUE-COUNT
                       PERFORM DISPLAY-CONTACT-LINE
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-QUEUE-COUNT = 0
               DISPLAY 'No collection contacts on file for this loan.'
           END-IF
           .

       DISPLAY-CONTACT-LINE.
           DISPLAY CNTC-SEQ ' ' CNTC-DATE ' ' CNTC-COLLECTOR
               ' Channel ' CNTC-CHANNEL ' Outcome ' CNTC-OUTCOME
               ' ' CNTC-NOTE
           IF CNTC-PROMISE
               MOVE CNTC-PROMISE-AMOUNT TO WS-ED-PAYMENT-AMOUNT
               DISPLAY '     Promise ' WS-ED-PAYMENT-AMOUNT
                   ' by ' CNTC-PROMISE-DATE
                   ' Status ' CNTC-PROMISE-STATUS
               IF CNTC-PROMISE-KEPT OR CNTC-PROMISE-BROKEN
                   MOVE CNTC-PROMISE-PAID TO WS-ED-PAYMENT-AMOUNT
                   DISPLAY '     Paid toward promise '
                       WS-ED-PAYMENT-AMOUNT
                       ' - resolved ' CNTC-RESOLVED-DATE
               END-IF
           END-IF
           .

      *    AN ID ON THE LOAN HISTORY FILE STAYS TAKEN, OR THE NEW
      *    LOAN WOULD PICK UP THE ARCHIVED LOAN'S PAYMENTS ON A
      *    PRIOR-YEAR STATEMENT.
       CHECK-ARCHIVED-LOAN-ID.
           MOVE LOAN-ID TO HLOAN-ID
           READ LOAN-HISTORY RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Error: Loan ID belongs to an archived loan.'
                   MOVE 'N' TO WS-WRITE-OK
           END-READ
           .

       PRINT-CLIENT-STATEMENT.
           DISPLAY 'Enter Client ID:'
           ACCEPT WS-CLIENT-ID.
           DISPLAY 'Include archived payments for year '
               '(YYYY, 0 = none):'
           ACCEPT WS-STMT-HIST-YEAR.
           MOVE 'N' TO CLIENT-FOUND.
           MOVE WS-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               END-READ
           END-PERFORM

           PERFORM WRITE-STATEMENT-PARTY-LOANS

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'PAYMENT ID  LOAN ID  DATE       AMOUNT      STATUS'
               END-READ
           END-PERFORM

           IF WS-STMT-HIST-YEAR > 0
               PERFORM WRITE-STATEMENT-ARCHIVED
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-TOTAL-AMOUNT TO WS-ED-TOTAL-AMOUNT
           CLOSE STATEMENT-REPORT
           .

      *    PAYMENTS OF THE CLIENT'S ARCHIVED LOANS MADE IN THE YEAR
      *    ASKED FOR.  THEY ARE LISTED ONLY - AN ARCHIVED LOAN IS
      *    CLOSED OUT AND ADDS NOTHING TO THE STATEMENT TOTALS.
       WRITE-STATEMENT-ARCHIVED.
           MOVE 0 TO WS-STMT-HIST-COUNT
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ARCHIVED LOAN PAYMENTS FOR ' WS-STMT-HIST-YEAR ':'
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'N' TO EOF-HIST-LOAN
           MOVE WS-CLIENT-ID TO HLOAN-CLIENT-ID
           START LOAN-HISTORY KEY IS EQUAL TO HLOAN-CLIENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-HIST-LOAN
           END-START
           PERFORM UNTIL EOF-HIST-LOAN = 'Y'
               READ LOAN-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-HIST-LOAN
               NOT AT END
                   IF HLOAN-CLIENT-ID NOT = WS-CLIENT-ID
                       MOVE 'Y' TO EOF-HIST-LOAN
                   ELSE
                       PERFORM WRITE-ARCHIVED-LOAN-PAYMENTS
                   END-IF
               END-READ
           END-PERFORM
           IF WS-STMT-HIST-COUNT = 0
               MOVE 'NONE' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           .

       WRITE-ARCHIVED-LOAN-PAYMENTS.
           MOVE 'N' TO EOF-HIST-PAYMENT
           MOVE HLOAN-ID TO HPAYMENT-LOAN-ID
           START PAYMENT-HISTORY KEY IS EQUAL TO HPAYMENT-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-HIST-PAYMENT
           END-START
           PERFORM UNTIL EOF-HIST-PAYMENT = 'Y'
               READ PAYMENT-HISTORY NEXT RECORD INTO PAYMENT-REC
                   AT END MOVE 'Y' TO EOF-HIST-PAYMENT
               NOT AT END
                   IF PAYMENT-LOAN-ID NOT = HLOAN-ID
                       MOVE 'Y' TO EOF-HIST-PAYMENT
                   ELSE
                       IF PAYMENT-DATE(1:4) = WS-STMT-HIST-YEAR
                           PERFORM WRITE-STATEMENT-PAYMENT-LINE
                           ADD 1 TO WS-STMT-HIST-COUNT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       WRITE-STATEMENT-LOAN-LINE.
           MOVE LOAN-AMOUNT TO WS-ED-LOAN-AMOUNT
           MOVE LOAN-INTEREST TO WS-ED-LOAN-INTEREST
           PERFORM SUM-LOAN-FEES-OWED
           .

      *    LOANS THE CLIENT CO-BORROWS OR GUARANTEES ARE LISTED
      *    SEPARATELY AND KEPT OUT OF THE CLIENT'S OWN TOTALS.
       WRITE-STATEMENT-PARTY-LOANS.
           MOVE 0 TO WS-STMT-PARTY-COUNT
           MOVE 0 TO WS-STMT-PARTY-BALANCE
           MOVE 'N' TO EOF-PARTY
           MOVE WS-CLIENT-ID TO PARTY-CLIENT-ID
           START LOANPARTIES KEY IS EQUAL TO PARTY-CLIENT-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-PARTY
           END-START
           PERFORM UNTIL EOF-PARTY = 'Y'
               READ LOANPARTIES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PARTY
               NOT AT END
                   IF PARTY-CLIENT-ID NOT = WS-CLIENT-ID
                       MOVE 'Y' TO EOF-PARTY
                   ELSE
                       IF PARTY-ACTIVE
                           PERFORM WRITE-STATEMENT-PARTY-LINE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-STMT-PARTY-COUNT > 0
               MOVE WS-STMT-PARTY-BALANCE TO WS-ED-TOTAL-BALANCE
               MOVE SPACES TO STATEMENT-LINE
               STRING 'TOTAL CO-BORROWED/GUARANTEED BALANCE: '
                   WS-ED-TOTAL-BALANCE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           .

       WRITE-STATEMENT-PARTY-LINE.
           MOVE PARTY-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   MOVE 'N' TO LOAN-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO LOAN-FOUND
           END-READ
           IF LOAN-FOUND = 'Y' AND NOT LOAN-INACTIVE
               IF WS-STMT-PARTY-COUNT = 0
                   MOVE SPACES TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE 'LOANS CO-BORROWED OR GUARANTEED:'
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE 'LOAN ID   ROLE         BORROWER   BALANCE'
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               PERFORM SET-PARTY-ROLE-NAME
               MOVE LOAN-BALANCE TO WS-ED-LOAN-BALANCE
               MOVE SPACES TO STATEMENT-LINE
               STRING LOAN-ID DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-PARTY-ROLE-NAME DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   LOAN-CLIENT-ID DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-ED-LOAN-BALANCE DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-STMT-PARTY-COUNT
               ADD LOAN-BALANCE TO WS-STMT-PARTY-BALANCE
           END-IF
           .

       SET-PARTY-ROLE-NAME.
           IF PARTY-GUARANTOR
               MOVE 'GUARANTOR' TO WS-PARTY-ROLE-NAME
           ELSE
               MOVE 'CO-BORROWER' TO WS-PARTY-ROLE-NAME
           END-IF
           .

       SUM-LOAN-FEES-OWED.
           MOVE 'N' TO EOF-FEE.
           MOVE LOAN-ID TO FEE-LOAN-ID
                   '  REVERSED ' DELIMITED BY SIZE
                   PAYMENT-REV-REASON DELIMITED BY SIZE
                   INTO STATEMENT-LINE
           ELSE
           IF PAYMENT-IS-RECOVERY
               STRING PAYMENT-ID DELIMITED BY SIZE
                   '       ' DELIMITED BY SIZE
                   PAYMENT-LOAN-ID DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   PAYMENT-DATE DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-ED-PAYMENT-AMOUNT DELIMITED BY SIZE
                   '  RECOVERY' DELIMITED BY SIZE
                   INTO STATEMENT-LINE
           ELSE
               STRING PAYMENT-ID DELIMITED BY SIZE
                   '       ' DELIMITED BY SIZE
                   '  POSTED' DELIMITED BY SIZE
                   INTO STATEMENT-LINE
           END-IF
           END-IF
           WRITE STATEMENT-LINE
           .

