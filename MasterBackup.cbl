               RECORD KEY IS NOTICE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL MANDATES
               ASSIGN TO 'mandates.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS MAND-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL BILLCYCLES
               ASSIGN TO 'billing_cycles.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS BCYC-PERIOD
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

           SELECT OPTIONAL CONTACTS
               ASSIGN TO 'contacts.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNTC-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL LOAN-HISTORY
               ASSIGN TO 'loans_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HLOAN-ID
               ALTERNATE RECORD KEY IS HLOAN-CLIENT-ID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL INST-HISTORY
               ASSIGN TO 'installments_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HINST-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PAY-HISTORY
               ASSIGN TO 'payments_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HPAYMENT-ID
               ALTERNATE RECORD KEY IS HPAYMENT-LOAN-ID
                   WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL FEE-HISTORY
               ASSIGN TO 'fees_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HFEE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ACCR-HISTORY
               ASSIGN TO 'accruals_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HACCR-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL COLL-HISTORY
               ASSIGN TO 'collateral_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HCOLL-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PORT-CONTROL
               ASSIGN TO 'portfolio_control.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RCTL-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PORT-SNAP
               ASSIGN TO 'portfolio_snapshot.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SNAP-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL BK-CLIENTS
               ASSIGN TO 'backup_clients.dat'
               ORGANIZATION IS SEQUENTIAL.
               ASSIGN TO 'backup_notices.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-CHARGEOFFS
               ASSIGN TO 'backup_chargeoffs.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-MANDATES
               ASSIGN TO 'backup_mandates.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-BILLCYCLES
               ASSIGN TO 'backup_billing_cycles.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-LOANPARTIES
               ASSIGN TO 'backup_loan_parties.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-APPLICATIONS
               ASSIGN TO 'backup_applications.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-CONTACTS
               ASSIGN TO 'backup_contacts.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-LOAN-HISTORY
               ASSIGN TO 'backup_loans_history.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-INST-HISTORY
               ASSIGN TO 'backup_installments_history.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-PAY-HISTORY
               ASSIGN TO 'backup_payments_history.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-FEE-HISTORY
               ASSIGN TO 'backup_fees_history.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-ACCR-HISTORY
               ASSIGN TO 'backup_accruals_history.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-COLL-HISTORY
               ASSIGN TO 'backup_collateral_history.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-PORT-CONTROL
               ASSIGN TO 'backup_portfolio_control.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BK-PORT-SNAP
               ASSIGN TO 'backup_portfolio_snapshot.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO 'backup_control.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  NOTICE-REC.
           COPY NOTICREC.

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

       FD  MANDATES.
       01  MAND-REC.
           COPY MANDREC.

       FD  BILLCYCLES.
       01  BCYC-REC.
           COPY BCYCREC.

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

       FD  INST-HISTORY.
       01  HINST-REC.
           COPY INSTREC REPLACING LEADING ==INST-== BY ==HINST-==.

       FD  PAY-HISTORY.
       01  HPAYMENT-REC.
           COPY PAYREC REPLACING LEADING ==PAYMENT-== BY ==HPAYMENT-==.

       FD  FEE-HISTORY.
       01  HFEE-REC.
           COPY FEEREC REPLACING LEADING ==FEE-== BY ==HFEE-==.

       FD  ACCR-HISTORY.
       01  HACCR-REC.
           COPY ACCRREC REPLACING LEADING ==ACCR-== BY ==HACCR-==.

       FD  COLL-HISTORY.
       01  HCOLL-REC.
           COPY COLLREC REPLACING LEADING ==COLL-== BY ==HCOLL-==.

       FD  PORT-CONTROL.
       01  RCTL-REC.
           COPY RCTLREC.

       FD  PORT-SNAP.
       01  SNAP-REC.
           COPY RSNPREC.

       FD  BK-CLIENTS.
       01  BK-CLIENT-REC          PIC X(117).

       FD  BK-LOANS.
       01  BK-LOAN-REC            PIC X(55).

       FD  BK-PAYMENTS.
       01  BK-PAYMENT-REC         PIC X(74).

       FD  BK-PRODUCTS.
       01  BK-PRODUCT-REC         PIC X(36).
       FD  BK-NOTICES.
       01  BK-NOTICE-REC          PIC X(28).

       FD  BK-CHARGEOFFS.
       01  BK-CHGO-REC            PIC X(93).

       FD  BK-MANDATES.
       01  BK-MAND-REC            PIC X(85).

       FD  BK-BILLCYCLES.
       01  BK-BCYC-REC            PIC X(73).

       FD  BK-LOANPARTIES.
       01  BK-PARTY-REC           PIC X(44).

       FD  BK-APPLICATIONS.
       01  BK-APPL-REC            PIC X(161).

       FD  BK-CONTACTS.
       01  BK-CNTC-REC            PIC X(115).

       FD  BK-LOAN-HISTORY.
       01  BK-HLOAN-REC           PIC X(55).

       FD  BK-INST-HISTORY.
       01  BK-HINST-REC           PIC X(53).

       FD  BK-PAY-HISTORY.
       01  BK-HPAYMENT-REC        PIC X(74).

       FD  BK-FEE-HISTORY.
       01  BK-HFEE-REC            PIC X(39).

       FD  BK-ACCR-HISTORY.
       01  BK-HACCR-REC           PIC X(51).

       FD  BK-COLL-HISTORY.
       01  BK-HCOLL-REC           PIC X(64).

       FD  BK-PORT-CONTROL.
       01  BK-PORT-CONTROL-REC    PIC X(66).

       FD  BK-PORT-SNAP.
       01  BK-PORT-SNAP-REC       PIC X(41).

       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-REC-TYPE       PIC X(01).
           05  CTL-BACKUP-DATE    PIC 9(8).
           05  CTL-BACKUP-TIME    PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  WS-MODE                PIC X VALUE SPACE.
       01  EOF-FLAG               PIC X VALUE 'N'.
       01  EOF-INNER              PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-EOD-STATUS          PIC X VALUE SPACE.
       01  WS-RUN-TIME            PIC 9(8) VALUE 0.
       01  WS-CONFIRM-DATE        PIC 9(8) VALUE 0.
       01  WS-CTL-OK              PIC X VALUE 'N'.
       01  WS-CT-COLLATERAL       PIC 9(9) VALUE 0.
       01  WS-CT-ACCRUALS         PIC 9(9) VALUE 0.
       01  WS-CT-NOTICES          PIC 9(9) VALUE 0.
       01  WS-CT-CHARGEOFFS       PIC 9(9) VALUE 0.
       01  WS-CT-MANDATES         PIC 9(9) VALUE 0.
       01  WS-CT-BILLCYCLES       PIC 9(9) VALUE 0.
       01  WS-CT-LOANPARTIES      PIC 9(9) VALUE 0.
       01  WS-CT-APPLICATIONS     PIC 9(9) VALUE 0.
       01  WS-CT-CONTACTS         PIC 9(9) VALUE 0.
       01  WS-CT-LOAN-HISTORY     PIC 9(9) VALUE 0.
       01  WS-CT-INST-HISTORY     PIC 9(9) VALUE 0.
       01  WS-CT-PAY-HISTORY      PIC 9(9) VALUE 0.
       01  WS-CT-FEE-HISTORY      PIC 9(9) VALUE 0.
       01  WS-CT-ACCR-HISTORY     PIC 9(9) VALUE 0.
       01  WS-CT-COLL-HISTORY     PIC 9(9) VALUE 0.
       01  WS-CT-PORT-CONTROL     PIC 9(9) VALUE 0.
       01  WS-CT-PORT-SNAP        PIC 9(9) VALUE 0.

       01  WS-CHECK-LOAN-ID       PIC 9(5) VALUE 0.
       01  WS-CHECK-CLIENT-ID     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

      *    UNDER THE END-OF-DAY DRIVER THERE IS NO ONE TO ANSWER THE
      *    MODE PROMPT, AND THE ONLY MODE THAT BELONGS IN THE NIGHTLY
      *    RUN IS A BACKUP.
       MAIN-PROCEDURE.
           DISPLAY 'Master File Backup Utility'
           PERFORM READ-BUSINESS-DATE.
           IF WS-EOD-STATUS = 'R'
               DISPLAY 'End-of-day run - taking backup.'
               MOVE 'B' TO WS-MODE
           ELSE
               DISPLAY 'Mode (B=Backup, R=Restore, V=Verify):'
               ACCEPT WS-MODE
           END-IF.
           EVALUATE WS-MODE
               WHEN 'B'
               WHEN 'b'
               WHEN OTHER
                   DISPLAY 'Invalid mode.'
           END-EVALUATE.
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

       RUN-BACKUP.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM BACKUP-CLIENTS.
           PERFORM BACKUP-LOANS.
           PERFORM BACKUP-COLLATERAL.
           PERFORM BACKUP-ACCRUALS.
           PERFORM BACKUP-NOTICES.
           PERFORM BACKUP-CHARGEOFFS.
           PERFORM BACKUP-MANDATES.
           PERFORM BACKUP-BILLCYCLES.
           PERFORM BACKUP-LOANPARTIES.
           PERFORM BACKUP-APPLICATIONS.
           PERFORM BACKUP-CONTACTS.
           PERFORM BACKUP-LOAN-HISTORY.
           PERFORM BACKUP-INST-HISTORY.
           PERFORM BACKUP-PAY-HISTORY.
           PERFORM BACKUP-FEE-HISTORY.
           PERFORM BACKUP-ACCR-HISTORY.
           PERFORM BACKUP-COLL-HISTORY.
           PERFORM BACKUP-PORT-CONTROL.
           PERFORM BACKUP-PORT-SNAP.
           PERFORM WRITE-CONTROL-FILE.
           DISPLAY 'Backup complete for ' WS-RUN-DATE '.'
           .
           DISPLAY 'NOTICES      backed up: ' WS-CT-NOTICES
           .

       BACKUP-CHARGEOFFS.
           MOVE 0 TO WS-CT-CHARGEOFFS.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT CHARGEOFFS.
           OPEN OUTPUT BK-CHARGEOFFS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CHARGEOFFS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-CHGO-REC FROM CHGO-REC
                   ADD 1 TO WS-CT-CHARGEOFFS
               END-READ
           END-PERFORM.
           CLOSE BK-CHARGEOFFS.
           CLOSE CHARGEOFFS.
           DISPLAY 'CHARGEOFFS   backed up: ' WS-CT-CHARGEOFFS
           .

       BACKUP-MANDATES.
           MOVE 0 TO WS-CT-MANDATES.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT MANDATES.
           OPEN OUTPUT BK-MANDATES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MANDATES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-MAND-REC FROM MAND-REC
                   ADD 1 TO WS-CT-MANDATES
               END-READ
           END-PERFORM.
           CLOSE BK-MANDATES.
           CLOSE MANDATES.
           DISPLAY 'MANDATES     backed up: ' WS-CT-MANDATES
           .

       BACKUP-BILLCYCLES.
           MOVE 0 TO WS-CT-BILLCYCLES.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BILLCYCLES.
           OPEN OUTPUT BK-BILLCYCLES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BILLCYCLES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-BCYC-REC FROM BCYC-REC
                   ADD 1 TO WS-CT-BILLCYCLES
               END-READ
           END-PERFORM.
           CLOSE BK-BILLCYCLES.
           CLOSE BILLCYCLES.
           DISPLAY 'BILLCYCLES   backed up: ' WS-CT-BILLCYCLES
           .

       BACKUP-LOANPARTIES.
           MOVE 0 TO WS-CT-LOANPARTIES.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT LOANPARTIES.
           OPEN OUTPUT BK-LOANPARTIES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LOANPARTIES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-PARTY-REC FROM PARTY-REC
                   ADD 1 TO WS-CT-LOANPARTIES
               END-READ
           END-PERFORM.
           CLOSE BK-LOANPARTIES.
           CLOSE LOANPARTIES.
           DISPLAY 'LOANPARTIES  backed up: ' WS-CT-LOANPARTIES
           .

       BACKUP-APPLICATIONS.
           MOVE 0 TO WS-CT-APPLICATIONS.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT APPLICATIONS.
           OPEN OUTPUT BK-APPLICATIONS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ APPLICATIONS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-APPL-REC FROM APPL-REC
                   ADD 1 TO WS-CT-APPLICATIONS
               END-READ
           END-PERFORM.
           CLOSE BK-APPLICATIONS.
           CLOSE APPLICATIONS.
           DISPLAY 'APPLICATIONS backed up: ' WS-CT-APPLICATIONS
           .

       BACKUP-CONTACTS.
           MOVE 0 TO WS-CT-CONTACTS.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT CONTACTS.
           OPEN OUTPUT BK-CONTACTS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CONTACTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-CNTC-REC FROM CNTC-REC
                   ADD 1 TO WS-CT-CONTACTS
               END-READ
           END-PERFORM.
           CLOSE BK-CONTACTS.
           CLOSE CONTACTS.
           DISPLAY 'CONTACTS     backed up: ' WS-CT-CONTACTS
           .

       BACKUP-LOAN-HISTORY.
           MOVE 0 TO WS-CT-LOAN-HISTORY.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT LOAN-HISTORY.
           OPEN OUTPUT BK-LOAN-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LOAN-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-HLOAN-REC FROM HLOAN-REC
                   ADD 1 TO WS-CT-LOAN-HISTORY
               END-READ
           END-PERFORM.
           CLOSE BK-LOAN-HISTORY.
           CLOSE LOAN-HISTORY.
           DISPLAY 'LOAN-HISTORY backed up: ' WS-CT-LOAN-HISTORY
           .

       BACKUP-INST-HISTORY.
           MOVE 0 TO WS-CT-INST-HISTORY.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT INST-HISTORY.
           OPEN OUTPUT BK-INST-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INST-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-HINST-REC FROM HINST-REC
                   ADD 1 TO WS-CT-INST-HISTORY
               END-READ
           END-PERFORM.
           CLOSE BK-INST-HISTORY.
           CLOSE INST-HISTORY.
           DISPLAY 'INST-HISTORY backed up: ' WS-CT-INST-HISTORY
           .

       BACKUP-PAY-HISTORY.
           MOVE 0 TO WS-CT-PAY-HISTORY.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT PAY-HISTORY.
           OPEN OUTPUT BK-PAY-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PAY-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-HPAYMENT-REC FROM HPAYMENT-REC
                   ADD 1 TO WS-CT-PAY-HISTORY
               END-READ
           END-PERFORM.
           CLOSE BK-PAY-HISTORY.
           CLOSE PAY-HISTORY.
           DISPLAY 'PAY-HISTORY  backed up: ' WS-CT-PAY-HISTORY
           .

       BACKUP-FEE-HISTORY.
           MOVE 0 TO WS-CT-FEE-HISTORY.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT FEE-HISTORY.
           OPEN OUTPUT BK-FEE-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ FEE-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-HFEE-REC FROM HFEE-REC
                   ADD 1 TO WS-CT-FEE-HISTORY
               END-READ
           END-PERFORM.
           CLOSE BK-FEE-HISTORY.
           CLOSE FEE-HISTORY.
           DISPLAY 'FEE-HISTORY  backed up: ' WS-CT-FEE-HISTORY
           .

       BACKUP-ACCR-HISTORY.
           MOVE 0 TO WS-CT-ACCR-HISTORY.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT ACCR-HISTORY.
           OPEN OUTPUT BK-ACCR-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCR-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-HACCR-REC FROM HACCR-REC
                   ADD 1 TO WS-CT-ACCR-HISTORY
               END-READ
           END-PERFORM.
           CLOSE BK-ACCR-HISTORY.
           CLOSE ACCR-HISTORY.
           DISPLAY 'ACCR-HISTORY backed up: ' WS-CT-ACCR-HISTORY
           .

       BACKUP-COLL-HISTORY.
           MOVE 0 TO WS-CT-COLL-HISTORY.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT COLL-HISTORY.
           OPEN OUTPUT BK-COLL-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ COLL-HISTORY NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-HCOLL-REC FROM HCOLL-REC
                   ADD 1 TO WS-CT-COLL-HISTORY
               END-READ
           END-PERFORM.
           CLOSE BK-COLL-HISTORY.
           CLOSE COLL-HISTORY.
           DISPLAY 'COLL-HISTORY backed up: ' WS-CT-COLL-HISTORY
           .

       BACKUP-PORT-CONTROL.
           MOVE 0 TO WS-CT-PORT-CONTROL.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT PORT-CONTROL.
           OPEN OUTPUT BK-PORT-CONTROL.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PORT-CONTROL NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-PORT-CONTROL-REC FROM RCTL-REC
                   ADD 1 TO WS-CT-PORT-CONTROL
               END-READ
           END-PERFORM.
           CLOSE BK-PORT-CONTROL.
           CLOSE PORT-CONTROL.
           DISPLAY 'PORT-CONTROL backed up: ' WS-CT-PORT-CONTROL
           .

       BACKUP-PORT-SNAP.
           MOVE 0 TO WS-CT-PORT-SNAP.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT PORT-SNAP.
           OPEN OUTPUT BK-PORT-SNAP.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PORT-SNAP NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BK-PORT-SNAP-REC FROM SNAP-REC
                   ADD 1 TO WS-CT-PORT-SNAP
               END-READ
           END-PERFORM.
           CLOSE BK-PORT-SNAP.
           CLOSE PORT-SNAP.
           DISPLAY 'PORT-SNAP    backed up: ' WS-CT-PORT-SNAP
           .

      *    THE CONTROL RECORDS CARRY THE SET DATE AND A PER-FILE
      *    RECORD COUNT SO RESTORE AND VERIFY CAN PROVE THE SET IS
      *    COMPLETE BEFORE ANYONE TRUSTS IT.
           OPEN OUTPUT CONTROL-FILE.
           MOVE 'H' TO CTL-REC-TYPE.
           MOVE SPACES TO CTL-FILE-NAME.
           MOVE 24 TO CTL-RECORD-COUNT.
           MOVE WS-RUN-DATE TO CTL-BACKUP-DATE.
           MOVE WS-RUN-TIME TO CTL-BACKUP-TIME.
           WRITE CONTROL-REC.
           MOVE 'NOTICES' TO CTL-FILE-NAME.
           MOVE WS-CT-NOTICES TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'CHARGEOFFS' TO CTL-FILE-NAME.
           MOVE WS-CT-CHARGEOFFS TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'MANDATES' TO CTL-FILE-NAME.
           MOVE WS-CT-MANDATES TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'BILLCYCLES' TO CTL-FILE-NAME.
           MOVE WS-CT-BILLCYCLES TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'LOANPARTIES' TO CTL-FILE-NAME.
           MOVE WS-CT-LOANPARTIES TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'APPLICATIONS' TO CTL-FILE-NAME.
           MOVE WS-CT-APPLICATIONS TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'CONTACTS' TO CTL-FILE-NAME.
           MOVE WS-CT-CONTACTS TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'LOAN-HISTORY' TO CTL-FILE-NAME.
           MOVE WS-CT-LOAN-HISTORY TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'INST-HISTORY' TO CTL-FILE-NAME.
           MOVE WS-CT-INST-HISTORY TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'PAY-HISTORY' TO CTL-FILE-NAME.
           MOVE WS-CT-PAY-HISTORY TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'FEE-HISTORY' TO CTL-FILE-NAME.
           MOVE WS-CT-FEE-HISTORY TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'ACCR-HISTORY' TO CTL-FILE-NAME.
           MOVE WS-CT-ACCR-HISTORY TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'COLL-HISTORY' TO CTL-FILE-NAME.
           MOVE WS-CT-COLL-HISTORY TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'PORT-CONTROL' TO CTL-FILE-NAME.
           MOVE WS-CT-PORT-CONTROL TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           MOVE 'D' TO CTL-REC-TYPE.
           MOVE 'PORT-SNAP' TO CTL-FILE-NAME.
           MOVE WS-CT-PORT-SNAP TO CTL-RECORD-COUNT.
           WRITE CONTROL-REC.
           .

       READ-CONTROL-FILE.
                       MOVE CTL-RECORD-COUNT TO WS-CT-ACCRUALS
                   WHEN 'NOTICES'
                       MOVE CTL-RECORD-COUNT TO WS-CT-NOTICES
                   WHEN 'CHARGEOFFS'
                       MOVE CTL-RECORD-COUNT TO WS-CT-CHARGEOFFS
                   WHEN 'MANDATES'
                       MOVE CTL-RECORD-COUNT TO WS-CT-MANDATES
                   WHEN 'BILLCYCLES'
                       MOVE CTL-RECORD-COUNT TO WS-CT-BILLCYCLES
                   WHEN 'LOANPARTIES'
                       MOVE CTL-RECORD-COUNT TO WS-CT-LOANPARTIES
                   WHEN 'APPLICATIONS'
                       MOVE CTL-RECORD-COUNT TO WS-CT-APPLICATIONS
                   WHEN 'CONTACTS'
                       MOVE CTL-RECORD-COUNT TO WS-CT-CONTACTS
                   WHEN 'LOAN-HISTORY'
                       MOVE CTL-RECORD-COUNT TO WS-CT-LOAN-HISTORY
                   WHEN 'INST-HISTORY'
                       MOVE CTL-RECORD-COUNT TO WS-CT-INST-HISTORY
                   WHEN 'PAY-HISTORY'
                       MOVE CTL-RECORD-COUNT TO WS-CT-PAY-HISTORY
                   WHEN 'FEE-HISTORY'
                       MOVE CTL-RECORD-COUNT TO WS-CT-FEE-HISTORY
                   WHEN 'ACCR-HISTORY'
                       MOVE CTL-RECORD-COUNT TO WS-CT-ACCR-HISTORY
                   WHEN 'COLL-HISTORY'
                       MOVE CTL-RECORD-COUNT TO WS-CT-COLL-HISTORY
                   WHEN 'PORT-CONTROL'
                       MOVE CTL-RECORD-COUNT TO WS-CT-PORT-CONTROL
                   WHEN 'PORT-SNAP'
                       MOVE CTL-RECORD-COUNT TO WS-CT-PORT-SNAP
               END-EVALUATE
           END-IF
           .
           PERFORM RESTORE-COLLATERAL.
           PERFORM RESTORE-ACCRUALS.
           PERFORM RESTORE-NOTICES.
           PERFORM RESTORE-CHARGEOFFS.
           PERFORM RESTORE-MANDATES.
           PERFORM RESTORE-BILLCYCLES.
           PERFORM RESTORE-LOANPARTIES.
           PERFORM RESTORE-APPLICATIONS.
           PERFORM RESTORE-CONTACTS.
           PERFORM RESTORE-LOAN-HISTORY.
           PERFORM RESTORE-INST-HISTORY.
           PERFORM RESTORE-PAY-HISTORY.
           PERFORM RESTORE-FEE-HISTORY.
           PERFORM RESTORE-ACCR-HISTORY.
           PERFORM RESTORE-COLL-HISTORY.
           PERFORM RESTORE-PORT-CONTROL.
           PERFORM RESTORE-PORT-SNAP.
           IF WS-MISMATCH-FILES = 0
               DISPLAY 'Restore complete - all counts match the '
                   'control record.'
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-CHARGEOFFS.
           DISPLAY 'CHARGEOFFS:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-CHARGEOFFS TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-CHARGEOFFS.
           OPEN OUTPUT CHARGEOFFS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-CHARGEOFFS INTO CHGO-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE CHGO-REC INVALID KEY
                       DISPLAY 'Error: Duplicate charge-off record - '
                           'Loan ID ' CHGO-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE CHARGEOFFS.
           CLOSE BK-CHARGEOFFS.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-MANDATES.
           DISPLAY 'MANDATES:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-MANDATES TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-MANDATES.
           OPEN OUTPUT MANDATES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-MANDATES INTO MAND-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE MAND-REC INVALID KEY
                       DISPLAY 'Error: Duplicate mandate record - '
                           'Loan ID ' MAND-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE MANDATES.
           CLOSE BK-MANDATES.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-BILLCYCLES.
           DISPLAY 'BILLCYCLES:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-BILLCYCLES TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-BILLCYCLES.
           OPEN OUTPUT BILLCYCLES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-BILLCYCLES INTO BCYC-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE BCYC-REC INVALID KEY
                       DISPLAY 'Error: Duplicate cycle record - '
                           'Period ' BCYC-PERIOD
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BILLCYCLES.
           CLOSE BK-BILLCYCLES.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-LOANPARTIES.
           DISPLAY 'LOANPARTIES:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-LOANPARTIES TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-LOANPARTIES.
           OPEN OUTPUT LOANPARTIES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-LOANPARTIES INTO PARTY-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE PARTY-REC INVALID KEY
                       DISPLAY 'Error: Duplicate loan party record - '
                           'Loan/Client ' PARTY-KEY
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE LOANPARTIES.
           CLOSE BK-LOANPARTIES.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-APPLICATIONS.
           DISPLAY 'APPLICATIONS:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-APPLICATIONS TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-APPLICATIONS.
           OPEN OUTPUT APPLICATIONS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-APPLICATIONS INTO APPL-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE APPL-REC INVALID KEY
                       DISPLAY 'Error: Duplicate appl record - '
                           'Application ' APPL-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS.
           CLOSE BK-APPLICATIONS.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-CONTACTS.
           DISPLAY 'CONTACTS:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-CONTACTS TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-CONTACTS.
           OPEN OUTPUT CONTACTS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-CONTACTS INTO CNTC-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE CNTC-REC INVALID KEY
                       DISPLAY 'Error: Duplicate contact record - '
                           'Loan ' CNTC-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
           CLOSE BK-CONTACTS.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-LOAN-HISTORY.
           DISPLAY 'LOAN-HISTORY:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-LOAN-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-LOAN-HISTORY.
           OPEN OUTPUT LOAN-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-LOAN-HISTORY INTO HLOAN-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE HLOAN-REC INVALID KEY
                       DISPLAY 'Error: Duplicate archived loan - '
                           'Loan ID ' HLOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE LOAN-HISTORY.
           CLOSE BK-LOAN-HISTORY.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-INST-HISTORY.
           DISPLAY 'INST-HISTORY:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-INST-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-INST-HISTORY.
           OPEN OUTPUT INST-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-INST-HISTORY INTO HINST-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE HINST-REC INVALID KEY
                       DISPLAY 'Error: Duplicate archived '
                           'installment - Loan ID ' HINST-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE INST-HISTORY.
           CLOSE BK-INST-HISTORY.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-PAY-HISTORY.
           DISPLAY 'PAY-HISTORY:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-PAY-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-PAY-HISTORY.
           OPEN OUTPUT PAY-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-PAY-HISTORY INTO HPAYMENT-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE HPAYMENT-REC INVALID KEY
                       DISPLAY 'Error: Duplicate archived payment - '
                           'Payment ID ' HPAYMENT-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY.
           CLOSE BK-PAY-HISTORY.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-FEE-HISTORY.
           DISPLAY 'FEE-HISTORY:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-FEE-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-FEE-HISTORY.
           OPEN OUTPUT FEE-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-FEE-HISTORY INTO HFEE-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE HFEE-REC INVALID KEY
                       DISPLAY 'Error: Duplicate archived fee record - '
                           'Loan ID ' HFEE-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE FEE-HISTORY.
           CLOSE BK-FEE-HISTORY.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-ACCR-HISTORY.
           DISPLAY 'ACCR-HISTORY:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-ACCR-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-ACCR-HISTORY.
           OPEN OUTPUT ACCR-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-ACCR-HISTORY INTO HACCR-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE HACCR-REC INVALID KEY
                       DISPLAY 'Error: Duplicate archived accrual - '
                           'Loan ID ' HACCR-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE ACCR-HISTORY.
           CLOSE BK-ACCR-HISTORY.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-COLL-HISTORY.
           DISPLAY 'COLL-HISTORY:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-COLL-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-COLL-HISTORY.
           OPEN OUTPUT COLL-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-COLL-HISTORY INTO HCOLL-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE HCOLL-REC INVALID KEY
                       DISPLAY 'Error: Duplicate archived collateral - '
                           'Loan ID ' HCOLL-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE COLL-HISTORY.
           CLOSE BK-COLL-HISTORY.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-PORT-CONTROL.
           DISPLAY 'PORT-CONTROL:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-PORT-CONTROL TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-PORT-CONTROL.
           OPEN OUTPUT PORT-CONTROL.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-PORT-CONTROL INTO RCTL-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE RCTL-REC INVALID KEY
                       DISPLAY 'Error: Duplicate control total - '
                           'Date ' RCTL-BUSINESS-DATE
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE PORT-CONTROL.
           CLOSE BK-PORT-CONTROL.
           PERFORM REPORT-RESTORE-COUNT.
           .

       RESTORE-PORT-SNAP.
           DISPLAY 'PORT-SNAP:'
           MOVE 0 TO WS-FILE-COUNT.
           MOVE WS-CT-PORT-SNAP TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT BK-PORT-SNAP.
           OPEN OUTPUT PORT-SNAP.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-PORT-SNAP INTO SNAP-REC
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                   WRITE SNAP-REC INVALID KEY
                       DISPLAY 'Error: Duplicate snapshot record - '
                           'Loan ID ' SNAP-LOAN-ID
                   END-WRITE
                   ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE PORT-SNAP.
           CLOSE BK-PORT-SNAP.
           PERFORM REPORT-RESTORE-COUNT.
           .

      *    VERIFY PROVES A BACKUP SET GOOD BEFORE ANYONE TRUSTS IT:
      *    EVERY BACKUP FILE IS COUNTED AGAINST THE CONTROL RECORD,
      *    THEN THE INTEGRITY AUDIT EXCEPTION COUNTS (ORPHANED LOANS,
      *    ORPHANED PAYMENTS, BALANCE MISMATCHES) ARE RECOMPUTED FROM
      *    THE BACKUP DATA ITSELF.
       RUN-VERIFY.
           PERFORM READ-CONTROL-FILE.
           IF WS-CTL-OK NOT = 'Y'
               DISPLAY 'Error: No backup control record on file.'
           ELSE
               DISPLAY 'Backup set dated ' WS-CTL-DATE
                   ' time ' WS-CTL-TIME
               MOVE 0 TO WS-MISMATCH-FILES
           CLOSE BK-NOTICES.
           DISPLAY 'NOTICES:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-CHARGEOFFS TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-CHARGEOFFS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-CHARGEOFFS
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-CHARGEOFFS.
           DISPLAY 'CHARGEOFFS:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-MANDATES TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-MANDATES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-MANDATES
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-MANDATES.
           DISPLAY 'MANDATES:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-BILLCYCLES TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-BILLCYCLES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-BILLCYCLES
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-BILLCYCLES.
           DISPLAY 'BILLCYCLES:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-LOANPARTIES TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-LOANPARTIES.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-LOANPARTIES
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-LOANPARTIES.
           DISPLAY 'LOANPARTIES:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-APPLICATIONS TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-APPLICATIONS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-APPLICATIONS
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-APPLICATIONS.
           DISPLAY 'APPLICATIONS:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-CONTACTS TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-CONTACTS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-CONTACTS
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-CONTACTS.
           DISPLAY 'CONTACTS:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-LOAN-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-LOAN-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-LOAN-HISTORY
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-LOAN-HISTORY.
           DISPLAY 'LOAN-HISTORY:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-INST-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-INST-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-INST-HISTORY
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-INST-HISTORY.
           DISPLAY 'INST-HISTORY:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-PAY-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-PAY-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-PAY-HISTORY
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-PAY-HISTORY.
           DISPLAY 'PAY-HISTORY:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-FEE-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-FEE-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-FEE-HISTORY
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-FEE-HISTORY.
           DISPLAY 'FEE-HISTORY:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-ACCR-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-ACCR-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-ACCR-HISTORY
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-ACCR-HISTORY.
           DISPLAY 'ACCR-HISTORY:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-COLL-HISTORY TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-COLL-HISTORY.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-COLL-HISTORY
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-COLL-HISTORY.
           DISPLAY 'COLL-HISTORY:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-PORT-CONTROL TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-PORT-CONTROL.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-PORT-CONTROL
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-PORT-CONTROL.
           DISPLAY 'PORT-CONTROL:'
           PERFORM REPORT-VERIFY-COUNT.

           MOVE WS-CT-PORT-SNAP TO WS-EXPECTED-COUNT.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT BK-PORT-SNAP.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BK-PORT-SNAP
                   AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM.
           CLOSE BK-PORT-SNAP.
           DISPLAY 'PORT-SNAP:'
           PERFORM REPORT-VERIFY-COUNT.
           .

       REPORT-VERIFY-COUNT.
               NOT AT END
                   IF PAYMENT-LOAN-ID = WS-CHECK-LOAN-ID
                       AND NOT PAYMENT-REVERSED
                       AND NOT PAYMENT-IS-RECOVERY
                       ADD PAYMENT-AMOUNT TO WS-PAID-TOTAL
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE BK-LOANS.
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

      *    THE STEP'S TOTALS ARE LEFT FOR THE END-OF-DAY DRIVER TO
      *    CARRY INTO ITS RUN LOG.
       WRITE-STEP-RESULT.
           OPEN OUTPUT STEP-RESULT-FILE.
           MOVE 'MasterBackup' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           COMPUTE ESR-ITEM-COUNT = WS-CT-CLIENTS
               + WS-CT-LOANS
               + WS-CT-PAYMENTS
               + WS-CT-PRODUCTS
               + WS-CT-INSTALLMENTS
               + WS-CT-USERS
               + WS-CT-FEES
               + WS-CT-COLLATERAL
               + WS-CT-ACCRUALS
               + WS-CT-NOTICES
               + WS-CT-CHARGEOFFS
               + WS-CT-MANDATES
               + WS-CT-BILLCYCLES
               + WS-CT-LOANPARTIES
               + WS-CT-APPLICATIONS
               + WS-CT-CONTACTS
               + WS-CT-LOAN-HISTORY
               + WS-CT-INST-HISTORY
               + WS-CT-PAY-HISTORY
               + WS-CT-FEE-HISTORY
               + WS-CT-ACCR-HISTORY
               + WS-CT-COLL-HISTORY
               + WS-CT-PORT-CONTROL
               + WS-CT-PORT-SNAP
           MOVE 0 TO ESR-EXCEPTION-COUNT
           MOVE 0 TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
