       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortfolioRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL ACCRUALS
               ASSIGN TO 'accruals.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ACCR-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL FEES
               ASSIGN TO 'fees.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FEE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL AUDIT-LOG
               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-POSTING-FILE
               ASSIGN TO 'gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PORTFOLIO-CONTROL
               ASSIGN TO 'portfolio_control.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RCTL-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PORTFOLIO-SNAPSHOT
               ASSIGN TO 'portfolio_snapshot.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS SNAP-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT RECON-SORT-FILE
               ASSIGN TO 'portrecon.tmp'.

           SELECT RECON-REPORT
               ASSIGN TO 'portfolio_recon.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LOANS.
       01  LOAN-REC.
           COPY LOANREC.

       FD  PAYMENTS.
       01  PAYMENT-REC.
           COPY PAYREC.

       FD  ACCRUALS.
       01  ACCR-REC.
           COPY ACCRREC.

       FD  FEES.
       01  FEE-REC.
           COPY FEEREC.

       FD  AUDIT-LOG.
       01  AUDIT-REC.
           COPY AUDITREC.

       FD  GL-POSTING-FILE.
       01  GL-REC.
           COPY GLJRNREC.

       FD  PORTFOLIO-CONTROL.
       01  RCTL-REC.
           COPY RCTLREC.

       FD  PORTFOLIO-SNAPSHOT.
       01  SNAP-REC.
           COPY RSNPREC.

       SD  RECON-SORT-FILE.
       01  SORT-REC.
           05  SORT-LOAN-ID       PIC 9(5).
           05  SORT-REC-TYPE      PIC X(01).
               88  SORT-IS-OPENING    VALUE '1'.
               88  SORT-IS-CLOSING    VALUE '2'.
               88  SORT-IS-ACTIVITY   VALUE '3'.
               88  SORT-IS-GL-LINE    VALUE '4'.
           05  SORT-SOURCE        PIC X(06).
           05  SORT-STATUS        PIC X(01).
           05  SORT-DEBIT-CREDIT  PIC X(01).
           05  SORT-AMOUNT        PIC 9(9)V99.

       FD  RECON-REPORT.
       01  REPORT-LINE            PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       01  EOF-ACCRUAL            PIC X VALUE 'N'.
       01  EOF-FEE                PIC X VALUE 'N'.
       01  EOF-AUDIT              PIC X VALUE 'N'.
       01  EOF-GL                 PIC X VALUE 'N'.
       01  EOF-SNAPSHOT           PIC X VALUE 'N'.
       01  EOF-CONTROL            PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-CLOCK-DATE          PIC 9(8) VALUE 0.
       01  WS-CLOCK-TIME          PIC 9(8) VALUE 0.
       01  WS-PRIOR-DATE          PIC 9(8) VALUE 0.
       01  WS-WINDOW-START        PIC 9(8) VALUE 0.
       01  WS-FIRST-RUN           PIC X VALUE 'N'.
       01  WS-GROUP-OPEN          PIC X VALUE 'N'.
       01  WS-SNAP-FOUND          PIC X VALUE 'N'.
       01  WS-NONFEE-AMOUNT       PIC 9(9)V99 VALUE 0.

      *    CLOSING TOTALS BY ACCOUNT CATEGORY, IN RCTL-CATEGORY ORDER.
      *    THE OPENING FIGURES ARE THE PRIOR RUN'S CONTROL TOTALS.
       01  WS-CATEGORY-CODES.
           05  FILLER             PIC X(02) VALUE 'AC'.
           05  FILLER             PIC X(02) VALUE 'PD'.
           05  FILLER             PIC X(02) VALUE 'CL'.
           05  FILLER             PIC X(02) VALUE 'WO'.
           05  FILLER             PIC X(02) VALUE 'LF'.
       01  WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODES.
           05  WS-CAT-CODE        PIC X(02) OCCURS 5 TIMES.
       01  WS-CATEGORY-NAMES.
           05  FILLER             PIC X(20) VALUE 'ACTIVE LOANS'.
           05  FILLER             PIC X(20) VALUE 'PAID-OFF LOANS'.
           05  FILLER             PIC X(20) VALUE 'CLOSED LOANS'.
           05  FILLER             PIC X(20) VALUE 'WRITTEN-OFF LOANS'.
           05  FILLER             PIC X(20) VALUE 'LATE FEES OWED'.
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CAT-NAME        PIC X(20) OCCURS 5 TIMES.
       01  WS-CATEGORY-TOTALS.
           05  WS-CAT-ENTRY OCCURS 5 TIMES.
               10  WS-CAT-OPEN-BALANCE    PIC 9(11)V99.
               10  WS-CAT-COUNT           PIC 9(7).
               10  WS-CAT-BALANCE         PIC 9(11)V99.
               10  WS-CAT-UNEXPL-COUNT    PIC 9(7).
               10  WS-CAT-UNEXPL-AMOUNT   PIC S9(11)V99.
       01  WS-CAT-IX              PIC 9(2) VALUE 0.
       01  WS-CAT-STATUS          PIC X(01) VALUE SPACE.
       01  WS-RECEIVABLE-IX       PIC 9(2) VALUE 1.
       01  WS-WRITTEN-OFF-IX      PIC 9(2) VALUE 4.
       01  WS-LATE-FEE-IX         PIC 9(2) VALUE 5.

      *    THE ONE LOAN BEING RECONCILED.  SUBLEDGER (SL) FIGURES ARE
      *    REBUILT FROM THE MASTER FILES AND THE AUDIT TRAIL, GL
      *    FIGURES FROM THE LOANS RECEIVABLE LINES OF THE GL EXTRACT.
       01  WS-LN-LOAN-ID          PIC 9(5) VALUE 0.
       01  WS-LN-OPEN-FOUND       PIC X VALUE 'N'.
       01  WS-LN-OPEN-STATUS      PIC X(01) VALUE SPACE.
       01  WS-LN-OPEN-BALANCE     PIC 9(7)V99 VALUE 0.
       01  WS-LN-OPEN-WO          PIC X VALUE 'N'.
       01  WS-LN-CLOSE-FOUND      PIC X VALUE 'N'.
       01  WS-LN-CLOSE-STATUS     PIC X(01) VALUE SPACE.
       01  WS-LN-CLOSE-BALANCE    PIC 9(7)V99 VALUE 0.
       01  WS-LN-CLOSE-WO         PIC X VALUE 'N'.
       01  WS-LN-WRTOFF-AUDIT     PIC X VALUE 'N'.
       01  WS-LN-RESTRC-AUDIT     PIC X VALUE 'N'.
       01  WS-LN-ARCHIV-AUDIT     PIC X VALUE 'N'.
       01  WS-LN-SL-DISBURSED     PIC S9(9)V99 VALUE 0.
       01  WS-LN-SL-ACCRUED       PIC S9(9)V99 VALUE 0.
       01  WS-LN-SL-PRINCIPAL     PIC S9(9)V99 VALUE 0.
       01  WS-LN-SL-REVERSED      PIC S9(9)V99 VALUE 0.
       01  WS-LN-SL-WRITTEN-OFF   PIC S9(9)V99 VALUE 0.
       01  WS-LN-GL-DISBURSED     PIC S9(9)V99 VALUE 0.
       01  WS-LN-GL-ACCRUED       PIC S9(9)V99 VALUE 0.
       01  WS-LN-GL-PRINCIPAL     PIC S9(9)V99 VALUE 0.
       01  WS-LN-GL-REVERSED      PIC S9(9)V99 VALUE 0.
       01  WS-LN-GL-WRITTEN-OFF   PIC S9(9)V99 VALUE 0.
       01  WS-LN-GL-OTHER         PIC S9(9)V99 VALUE 0.
       01  WS-LN-GL-SIGNED        PIC S9(9)V99 VALUE 0.
       01  WS-LN-MOVEMENT         PIC S9(9)V99 VALUE 0.
       01  WS-LN-EXPECTED         PIC S9(9)V99 VALUE 0.
       01  WS-LN-EXPECTED-CLOSE   PIC S9(9)V99 VALUE 0.
       01  WS-LN-ARCHIVED         PIC S9(9)V99 VALUE 0.
       01  WS-LN-ACTUAL           PIC S9(9)V99 VALUE 0.
       01  WS-LN-DIFF             PIC S9(9)V99 VALUE 0.

      *    PORTFOLIO ROLL-FORWARD OF LOANS RECEIVABLE (ACTIVE, PAID
      *    OFF AND CLOSED) AND OF THE WRITTEN-OFF CATEGORY.
       01  WS-CTL-OPEN-RECEIVABLE PIC S9(11)V99 VALUE 0.
       01  WS-SNAP-OPEN-RECEIVABLE
                                  PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-DISBURSED      PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-ACCRUED        PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-PRINCIPAL      PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-REVERSED       PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-WRITTEN-OFF    PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-RESTRUCTURE    PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-ARCHIVED       PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-UNEXPLAINED    PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-EXPECTED       PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-ACTUAL         PIC S9(11)V99 VALUE 0.
       01  WS-ROLL-DIFF           PIC S9(11)V99 VALUE 0.
       01  WS-CTL-OPEN-WO         PIC S9(11)V99 VALUE 0.
       01  WS-SNAP-OPEN-WO        PIC S9(11)V99 VALUE 0.
       01  WS-WO-ARCHIVED         PIC S9(11)V99 VALUE 0.
       01  WS-WO-OTHER            PIC S9(11)V99 VALUE 0.
       01  WS-WO-UNEXPLAINED      PIC S9(11)V99 VALUE 0.
       01  WS-WO-EXPECTED         PIC S9(11)V99 VALUE 0.
       01  WS-WO-ACTUAL           PIC S9(11)V99 VALUE 0.
       01  WS-WO-DIFF             PIC S9(11)V99 VALUE 0.

      *    SUBLEDGER AGAINST GL BY MOVEMENT TYPE, ALL LOANS.
       01  WS-SL-TOT-DISBURSED    PIC S9(11)V99 VALUE 0.
       01  WS-SL-TOT-ACCRUED      PIC S9(11)V99 VALUE 0.
       01  WS-SL-TOT-PRINCIPAL    PIC S9(11)V99 VALUE 0.
       01  WS-SL-TOT-REVERSED     PIC S9(11)V99 VALUE 0.
       01  WS-SL-TOT-WRITTEN-OFF  PIC S9(11)V99 VALUE 0.
       01  WS-GL-TOT-DISBURSED    PIC S9(11)V99 VALUE 0.
       01  WS-GL-TOT-ACCRUED      PIC S9(11)V99 VALUE 0.
       01  WS-GL-TOT-PRINCIPAL    PIC S9(11)V99 VALUE 0.
       01  WS-GL-TOT-REVERSED     PIC S9(11)V99 VALUE 0.
       01  WS-GL-TOT-WRITTEN-OFF  PIC S9(11)V99 VALUE 0.
       01  WS-GL-TOT-OTHER        PIC S9(11)V99 VALUE 0.
       01  WS-GL-LINE-COUNT       PIC 9(9) VALUE 0.
       01  WS-GL-HASH-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-GL-TRAILER-FOUND    PIC X VALUE 'N'.
       01  WS-GL-TRAILER-COUNT    PIC 9(9) VALUE 0.
       01  WS-GL-TRAILER-HASH     PIC 9(11)V99 VALUE 0.
       01  WS-GL-WRONG-DATE-COUNT PIC 9(9) VALUE 0.
       01  WS-GL-BATCH-EXCEPTIONS PIC 9(5) VALUE 0.

      *    LATE FEE MEMO - FEES ARE NOT PART OF LOAN-BALANCE.
       01  WS-FEE-ASSESSED        PIC S9(11)V99 VALUE 0.
       01  WS-FEE-COLLECTED       PIC S9(11)V99 VALUE 0.
       01  WS-FEE-REVERSED        PIC S9(11)V99 VALUE 0.
       01  WS-FEE-EXPECTED        PIC S9(11)V99 VALUE 0.
       01  WS-FEE-OTHER           PIC S9(11)V99 VALUE 0.

       01  WS-LOAN-COUNT          PIC 9(7) VALUE 0.
       01  WS-ITEM-COUNT          PIC 9(7) VALUE 0.
       01  WS-UNEXPLAINED-COUNT   PIC 9(7) VALUE 0.
       01  WS-GL-DIFF-COUNT       PIC 9(7) VALUE 0.
       01  WS-NOTE-COUNT          PIC 9(7) VALUE 0.
       01  WS-OPENING-EXCEPTIONS  PIC 9(5) VALUE 0.

       01  WS-ITEM-LABEL          PIC X(30) VALUE SPACES.
       01  WS-CMP-SOURCE          PIC X(06) VALUE SPACES.
       01  WS-CMP-SUBLEDGER       PIC S9(11)V99 VALUE 0.
       01  WS-CMP-GL              PIC S9(11)V99 VALUE 0.
       01  WS-CMP-DIFF            PIC S9(11)V99 VALUE 0.
       01  WS-LINE-CAPTION        PIC X(40) VALUE SPACES.
       01  WS-LINE-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  WS-ED-COUNT            PIC ZZZZZZ9.
       01  WS-ED-AMOUNT           PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-OPEN             PIC -ZZZZZZZ9.99.
       01  WS-ED-EXPECTED         PIC -ZZZZZZZ9.99.
       01  WS-ED-ACTUAL           PIC -ZZZZZZZ9.99.
       01  WS-ED-DIFF             PIC -ZZZZZZZ9.99.
       01  WS-ED-SUBLEDGER        PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-GL               PIC -ZZZZZZZZZZ9.99.
       01  WS-ED-CMP-DIFF         PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           INITIALIZE WS-CATEGORY-TOTALS.

           OPEN I-O PORTFOLIO-CONTROL.
           PERFORM FIND-PRIOR-CONTROL-TOTALS.
           OPEN INPUT LOANS.
           OPEN INPUT PAYMENTS.
           OPEN INPUT ACCRUALS.
           OPEN INPUT FEES.
           OPEN I-O PORTFOLIO-SNAPSHOT.
           OPEN OUTPUT RECON-REPORT.
           PERFORM WRITE-REPORT-HEADINGS.

           SORT RECON-SORT-FILE
               ON ASCENDING KEY SORT-LOAN-ID
               ON ASCENDING KEY SORT-REC-TYPE
               INPUT PROCEDURE IS BUILD-RECON-SORT-FILE
               OUTPUT PROCEDURE IS RECONCILE-LOANS.

           IF WS-ITEM-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM TOTAL-LATE-FEES.
           PERFORM WRITE-ROLL-FORWARD.
           PERFORM WRITE-GL-COMPARISON.
           PERFORM WRITE-CATEGORY-TOTALS.
           PERFORM WRITE-FEE-MEMO.
           PERFORM SAVE-CONTROL-TOTALS.

           CLOSE RECON-REPORT.
           CLOSE PORTFOLIO-SNAPSHOT.
           CLOSE FEES.
           CLOSE ACCRUALS.
           CLOSE PAYMENTS.
           CLOSE LOANS.
           CLOSE PORTFOLIO-CONTROL.
           DISPLAY 'Portfolio reconciliation complete for '
               WS-RUN-DATE '. ' WS-LOAN-COUNT ' loan(s), '
               WS-UNEXPLAINED-COUNT ' unexplained difference(s), '
               WS-GL-DIFF-COUNT ' GL difference(s).'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

      *    THE OPENING POSITION IS THE LATEST CONTROL TOTALS WRITTEN
      *    FOR AN EARLIER BUSINESS DATE, SO A RERUN OF TODAY OPENS
      *    FROM THE SAME FIGURES AND A DAY WITH NO RUN IS COVERED BY
      *    THE NEXT ONE.  ACTIVITY COUNTS WHEN IT IS DATED AFTER THAT
      *    DATE UP TO AND INCLUDING TODAY.  ON THE FIRST RUN THERE IS
      *    NOTHING TO ROLL FORWARD: ONLY TODAY'S ACTIVITY IS TAKEN
      *    (ONE LESS THAN A YYYYMMDD DATE IS ABOVE EVERY EARLIER DATE)
      *    AND TODAY'S CLOSE BECOMES THE FIRST OPENING POSITION.
       FIND-PRIOR-CONTROL-TOTALS.
           MOVE 0 TO WS-PRIOR-DATE.
           MOVE 'N' TO EOF-CONTROL.
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           MOVE LOW-VALUES TO RCTL-CATEGORY
           START PORTFOLIO-CONTROL KEY IS LESS THAN RCTL-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-CONTROL
           END-START.
           IF EOF-CONTROL = 'N'
               READ PORTFOLIO-CONTROL PREVIOUS RECORD
                   AT END
                       CONTINUE
               NOT AT END
                   MOVE RCTL-BUSINESS-DATE TO WS-PRIOR-DATE
               END-READ
           END-IF.
           IF WS-PRIOR-DATE = 0
               MOVE 'Y' TO WS-FIRST-RUN
               COMPUTE WS-WINDOW-START = WS-RUN-DATE - 1
           ELSE
               MOVE WS-PRIOR-DATE TO WS-WINDOW-START
               PERFORM READ-PRIOR-CATEGORY
                   VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 5
               COMPUTE WS-CTL-OPEN-RECEIVABLE =
                   WS-CAT-OPEN-BALANCE(1) + WS-CAT-OPEN-BALANCE(2)
                   + WS-CAT-OPEN-BALANCE(3)
               MOVE WS-CAT-OPEN-BALANCE(WS-WRITTEN-OFF-IX)
                   TO WS-CTL-OPEN-WO
           END-IF
           .

       READ-PRIOR-CATEGORY.
           MOVE WS-PRIOR-DATE TO RCTL-BUSINESS-DATE
           MOVE WS-CAT-CODE(WS-CAT-IX) TO RCTL-CATEGORY
           READ PORTFOLIO-CONTROL RECORD
               INVALID KEY
                   MOVE 0 TO WS-CAT-OPEN-BALANCE(WS-CAT-IX)
               NOT INVALID KEY
                   MOVE RCTL-BALANCE TO WS-CAT-OPEN-BALANCE(WS-CAT-IX)
           END-READ
           .

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PORTFOLIO ROLL-FORWARD AND GL RECONCILIATION - '
               'BUSINESS DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-FIRST-RUN = 'Y'
               STRING 'NO EARLIER CONTROL TOTALS - OPENING BALANCES '
                   'ARE ESTABLISHED AT THIS CLOSE'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'OPENING CONTROL TOTALS OF ' WS-PRIOR-DATE
                   ' - ACTIVITY DATED AFTER ' WS-PRIOR-DATE
                   ' THROUGH ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DIFFERENCES ITEMISED BY LOAN' TO REPORT-LINE.
           WRITE REPORT-LINE.
           .

      *****************************************************************
      *    SORT INPUT - ONE STREAM PER LOAN: ITS OPENING BALANCE FROM
      *    THE SNAPSHOT, ITS CLOSING BALANCE FROM LOANS, THE PERIOD'S
      *    ACTIVITY FROM THE MASTER FILES AND AUDIT TRAIL, AND THE
      *    LOANS RECEIVABLE LINES OF THE GL EXTRACT.
      *****************************************************************
       BUILD-RECON-SORT-FILE.
           PERFORM RELEASE-SNAPSHOT-OPENINGS.
           PERFORM RELEASE-LOAN-CLOSINGS.
           PERFORM RELEASE-PAYMENT-ACTIVITY.
           PERFORM RELEASE-ACCRUAL-ACTIVITY.
           PERFORM RELEASE-AUDIT-ACTIVITY.
           PERFORM RELEASE-GL-LINES.
           .

      *    A LOAN LAST CLOSED TODAY IS BEING RECONCILED AGAIN, SO IT
      *    OPENS FROM THE CLOSE BEFORE.  A LOAN ALREADY GONE FROM LOANS
      *    AT AN EARLIER CLOSE HAS NOTHING LEFT TO RECONCILE AND ITS
      *    SNAPSHOT IS DROPPED.
       RELEASE-SNAPSHOT-OPENINGS.
           MOVE 'N' TO EOF-SNAPSHOT.
           MOVE 0 TO SNAP-LOAN-ID
           START PORTFOLIO-SNAPSHOT KEY IS NOT LESS THAN SNAP-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-SNAPSHOT
           END-START.
           PERFORM UNTIL EOF-SNAPSHOT = 'Y'
               READ PORTFOLIO-SNAPSHOT NEXT RECORD
                   AT END MOVE 'Y' TO EOF-SNAPSHOT
               NOT AT END
                   PERFORM RELEASE-ONE-OPENING
               END-READ
           END-PERFORM
           .

       RELEASE-ONE-OPENING.
           MOVE SNAP-LOAN-ID TO SORT-LOAN-ID
           MOVE '1' TO SORT-REC-TYPE
           MOVE SPACES TO SORT-SOURCE
           MOVE SPACE TO SORT-DEBIT-CREDIT
           IF SNAP-CLOSE-DATE = WS-RUN-DATE
               IF SNAP-PRIOR-CLOSE-DATE > 0
                   AND NOT SNAP-PRIOR-OFF-FILE
                   MOVE SNAP-PRIOR-STATUS TO SORT-STATUS
                   MOVE SNAP-PRIOR-BALANCE TO SORT-AMOUNT
                   RELEASE SORT-REC
               END-IF
           ELSE
               IF SNAP-OFF-FILE
                   DELETE PORTFOLIO-SNAPSHOT RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   MOVE SNAP-STATUS TO SORT-STATUS
                   MOVE SNAP-BALANCE TO SORT-AMOUNT
                   RELEASE SORT-REC
               END-IF
           END-IF
           .

      *    A LOAN DATED IN THE PERIOD WAS DISBURSED IN IT - BOOKING
      *    SETS THE BALANCE TO THE FULL LOAN AMOUNT.
       RELEASE-LOAN-CLOSINGS.
           MOVE 'N' TO EOF-LOAN.
           MOVE 0 TO LOAN-ID
           START LOANS KEY IS NOT LESS THAN LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-LOAN
           END-START.
           PERFORM UNTIL EOF-LOAN = 'Y'
               READ LOANS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-LOAN
               NOT AT END
                   MOVE LOAN-ID TO SORT-LOAN-ID
                   MOVE '2' TO SORT-REC-TYPE
                   MOVE SPACES TO SORT-SOURCE
                   MOVE LOAN-STATUS TO SORT-STATUS
                   MOVE SPACE TO SORT-DEBIT-CREDIT
                   MOVE LOAN-BALANCE TO SORT-AMOUNT
                   RELEASE SORT-REC
                   IF LOAN-DATE > WS-WINDOW-START
                       AND LOAN-DATE NOT > WS-RUN-DATE
                       MOVE '3' TO SORT-REC-TYPE
                       MOVE 'DISB' TO SORT-SOURCE
                       MOVE LOAN-AMOUNT TO SORT-AMOUNT
                       RELEASE SORT-REC
                   END-IF
               END-READ
           END-PERFORM
           .

      *    THE SAME RULES AS THE GL EXTRACT: ONLY THE NON-FEE PORTION
      *    OF A PAYMENT OR REVERSAL MOVES THE BALANCE, AND RECOVERIES
      *    ON WRITTEN-OFF LOANS NEVER DO.  THE FEE SLICES FEED THE LATE
      *    FEE MEMO.
       RELEASE-PAYMENT-ACTIVITY.
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
                   IF NOT PAYMENT-IS-RECOVERY
                       PERFORM RELEASE-ONE-PAYMENT
                   END-IF
               END-READ
           END-PERFORM
           .

      *    THE FEE SLICE AND A PAYOFF'S PER-DIEM INTEREST SLICE NEVER
      *    TOUCH THE BALANCE, SO ONLY THE REST OF THE PAYMENT IS
      *    PRINCIPAL - THE SAME SPLIT THE GL EXTRACT POSTS TO 1200.
       RELEASE-ONE-PAYMENT.
           IF PAYMENT-FEE-AMOUNT NOT NUMERIC
               MOVE 0 TO PAYMENT-FEE-AMOUNT
           END-IF
           IF PAYMENT-INTEREST-AMOUNT NOT NUMERIC
               MOVE 0 TO PAYMENT-INTEREST-AMOUNT
           END-IF
           COMPUTE WS-NONFEE-AMOUNT =
               PAYMENT-AMOUNT - PAYMENT-FEE-AMOUNT
               - PAYMENT-INTEREST-AMOUNT
           MOVE PAYMENT-LOAN-ID TO SORT-LOAN-ID
           MOVE '3' TO SORT-REC-TYPE
           MOVE SPACE TO SORT-STATUS
           MOVE SPACE TO SORT-DEBIT-CREDIT
           MOVE WS-NONFEE-AMOUNT TO SORT-AMOUNT
           IF PAYMENT-DATE > WS-WINDOW-START
               AND PAYMENT-DATE NOT > WS-RUN-DATE
               MOVE 'PAYMT' TO SORT-SOURCE
               RELEASE SORT-REC
               ADD PAYMENT-FEE-AMOUNT TO WS-FEE-COLLECTED
           END-IF
           IF PAYMENT-REVERSED
               AND PAYMENT-REV-DATE IS NUMERIC
               AND PAYMENT-REV-DATE > WS-WINDOW-START
               AND PAYMENT-REV-DATE NOT > WS-RUN-DATE
               MOVE 'REVRSL' TO SORT-SOURCE
               RELEASE SORT-REC
               ADD PAYMENT-FEE-AMOUNT TO WS-FEE-REVERSED
           END-IF
           .

       RELEASE-ACCRUAL-ACTIVITY.
           MOVE 'N' TO EOF-ACCRUAL.
           MOVE LOW-VALUES TO ACCR-KEY
           START ACCRUALS KEY IS NOT LESS THAN ACCR-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-ACCRUAL
           END-START.
           PERFORM UNTIL EOF-ACCRUAL = 'Y'
               READ ACCRUALS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-ACCRUAL
               NOT AT END
                   IF ACCR-DATE > WS-WINDOW-START
                       AND ACCR-DATE NOT > WS-RUN-DATE
                       MOVE ACCR-LOAN-ID TO SORT-LOAN-ID
                       MOVE '3' TO SORT-REC-TYPE
                       MOVE 'ACCRUE' TO SORT-SOURCE
                       MOVE SPACE TO SORT-STATUS
                       MOVE SPACE TO SORT-DEBIT-CREDIT
                       MOVE ACCR-INTEREST TO SORT-AMOUNT
                       RELEASE SORT-REC
                   END-IF
               END-READ
           END-PERFORM
           .

      *    WRITE-OFFS, RESTRUCTURES AND ARCHIVING LEAVE NO
      *    DATED RECORD OF THEIR OWN ON THE LOAN, SO THE AUDIT TRAIL
      *    IS WHAT EXPLAINS A BALANCE THAT MOVED OR A LOAN THAT LEFT
      *    THE FILE.
       RELEASE-AUDIT-ACTIVITY.
           MOVE 'N' TO EOF-AUDIT.
           OPEN INPUT AUDIT-LOG.
           PERFORM UNTIL EOF-AUDIT = 'Y'
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO EOF-AUDIT
               NOT AT END
                   IF AUDIT-RECORD-TYPE = 'LOAN'
                       AND AUDIT-DATE > WS-WINDOW-START
                       AND AUDIT-DATE NOT > WS-RUN-DATE
                       AND (AUDIT-ACTION = 'WRTOFF' OR 'RESTRC'
                           OR 'ARCHIV')
                       MOVE AUDIT-KEY TO SORT-LOAN-ID
                       MOVE '3' TO SORT-REC-TYPE
                       MOVE AUDIT-ACTION TO SORT-SOURCE
                       MOVE SPACE TO SORT-STATUS
                       MOVE SPACE TO SORT-DEBIT-CREDIT
                       MOVE 0 TO SORT-AMOUNT
                       RELEASE SORT-REC
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG
           .

      *    EVERY DETAIL LINE COUNTS TOWARD THE BATCH PROOF; ONLY THE
      *    LOANS RECEIVABLE LINES ARE MATCHED TO LOANS.  PAYMENT
      *    ACTIVITY IS KEYED BY PAYMENT ID, EVERYTHING ELSE BY LOAN ID.
       RELEASE-GL-LINES.
           MOVE 'N' TO EOF-GL.
           OPEN INPUT GL-POSTING-FILE.
           PERFORM UNTIL EOF-GL = 'Y'
               READ GL-POSTING-FILE
                   AT END MOVE 'Y' TO EOF-GL
               NOT AT END
                   IF GL-REC-TYPE = 'T'
                       MOVE 'Y' TO WS-GL-TRAILER-FOUND
                       MOVE GL-LINE-COUNT TO WS-GL-TRAILER-COUNT
                       MOVE GL-HASH-TOTAL TO WS-GL-TRAILER-HASH
                       IF GL-POST-DATE NOT = WS-RUN-DATE
                           ADD 1 TO WS-GL-WRONG-DATE-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-GL-LINE-COUNT
                       ADD GL-AMOUNT TO WS-GL-HASH-TOTAL
                       IF GL-POST-DATE NOT = WS-RUN-DATE
                           ADD 1 TO WS-GL-WRONG-DATE-COUNT
                       END-IF
                       IF GL-ACCOUNT = 1200
                           PERFORM RELEASE-ONE-GL-LINE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-POSTING-FILE
           .

       RELEASE-ONE-GL-LINE.
           IF GL-SOURCE-TYPE = 'PAYMT' OR 'REVRSL'
               MOVE GL-SOURCE-KEY TO PAYMENT-ID
               READ PAYMENTS RECORD
                   INVALID KEY
                       MOVE 0 TO SORT-LOAN-ID
                   NOT INVALID KEY
                       MOVE PAYMENT-LOAN-ID TO SORT-LOAN-ID
               END-READ
           ELSE
               MOVE GL-SOURCE-KEY TO SORT-LOAN-ID
           END-IF
           MOVE '4' TO SORT-REC-TYPE
           MOVE GL-SOURCE-TYPE TO SORT-SOURCE
           MOVE SPACE TO SORT-STATUS
           MOVE GL-DEBIT-CREDIT TO SORT-DEBIT-CREDIT
           MOVE GL-AMOUNT TO SORT-AMOUNT
           RELEASE SORT-REC
           .

      *****************************************************************
      *    SORT OUTPUT - ONE CONTROL BREAK PER LOAN.
      *****************************************************************
       RECONCILE-LOANS.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT = 'Y'
               RETURN RECON-SORT-FILE INTO SORT-REC
                   AT END
                       MOVE 'Y' TO EOF-SORT
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-RECON-LOAN
                       END-IF
               NOT AT END
                   IF WS-GROUP-OPEN = 'Y'
                       AND SORT-LOAN-ID NOT = WS-LN-LOAN-ID
                       PERFORM FINISH-RECON-LOAN
                   END-IF
                   IF WS-GROUP-OPEN = 'N'
                       PERFORM START-RECON-LOAN
                   END-IF
                   PERFORM ADD-RECON-ITEM
               END-RETURN
           END-PERFORM
           .

       START-RECON-LOAN.
           MOVE SORT-LOAN-ID TO WS-LN-LOAN-ID.
           MOVE 'N' TO WS-LN-OPEN-FOUND.
           MOVE SPACE TO WS-LN-OPEN-STATUS.
           MOVE 0 TO WS-LN-OPEN-BALANCE.
           MOVE 'N' TO WS-LN-CLOSE-FOUND.
           MOVE SPACE TO WS-LN-CLOSE-STATUS.
           MOVE 0 TO WS-LN-CLOSE-BALANCE.
           MOVE 'N' TO WS-LN-WRTOFF-AUDIT.
           MOVE 'N' TO WS-LN-RESTRC-AUDIT.
           MOVE 'N' TO WS-LN-ARCHIV-AUDIT.
           MOVE 0 TO WS-LN-SL-DISBURSED.
           MOVE 0 TO WS-LN-SL-ACCRUED.
           MOVE 0 TO WS-LN-SL-PRINCIPAL.
           MOVE 0 TO WS-LN-SL-REVERSED.
           MOVE 0 TO WS-LN-SL-WRITTEN-OFF.
           MOVE 0 TO WS-LN-GL-DISBURSED.
           MOVE 0 TO WS-LN-GL-ACCRUED.
           MOVE 0 TO WS-LN-GL-PRINCIPAL.
           MOVE 0 TO WS-LN-GL-REVERSED.
           MOVE 0 TO WS-LN-GL-WRITTEN-OFF.
           MOVE 0 TO WS-LN-GL-OTHER.
           MOVE 'Y' TO WS-GROUP-OPEN.
           .

      *    GL LINES ARE SIGNED DEBIT PLUS, CREDIT MINUS, THEN TURNED
      *    THE WAY THE SUBLEDGER COUNTS THE SAME MOVEMENT.
       ADD-RECON-ITEM.
           EVALUATE TRUE
               WHEN SORT-IS-OPENING
                   MOVE 'Y' TO WS-LN-OPEN-FOUND
                   MOVE SORT-STATUS TO WS-LN-OPEN-STATUS
                   MOVE SORT-AMOUNT TO WS-LN-OPEN-BALANCE
               WHEN SORT-IS-CLOSING
                   MOVE 'Y' TO WS-LN-CLOSE-FOUND
                   MOVE SORT-STATUS TO WS-LN-CLOSE-STATUS
                   MOVE SORT-AMOUNT TO WS-LN-CLOSE-BALANCE
               WHEN SORT-IS-ACTIVITY
                   EVALUATE SORT-SOURCE
                       WHEN 'DISB'
                           ADD SORT-AMOUNT TO WS-LN-SL-DISBURSED
                       WHEN 'PAYMT'
                           ADD SORT-AMOUNT TO WS-LN-SL-PRINCIPAL
                       WHEN 'REVRSL'
                           ADD SORT-AMOUNT TO WS-LN-SL-REVERSED
                       WHEN 'ACCRUE'
                           ADD SORT-AMOUNT TO WS-LN-SL-ACCRUED
                       WHEN 'WRTOFF'
                           MOVE 'Y' TO WS-LN-WRTOFF-AUDIT
                       WHEN 'RESTRC'
                           MOVE 'Y' TO WS-LN-RESTRC-AUDIT
                       WHEN 'ARCHIV'
                           MOVE 'Y' TO WS-LN-ARCHIV-AUDIT
                   END-EVALUATE
               WHEN SORT-IS-GL-LINE
                   IF SORT-DEBIT-CREDIT = 'D'
                       MOVE SORT-AMOUNT TO WS-LN-GL-SIGNED
                   ELSE
                       COMPUTE WS-LN-GL-SIGNED = 0 - SORT-AMOUNT
                   END-IF
                   EVALUATE SORT-SOURCE
                       WHEN 'DISB'
                           ADD WS-LN-GL-SIGNED TO WS-LN-GL-DISBURSED
                       WHEN 'PAYMT'
                           SUBTRACT WS-LN-GL-SIGNED
                               FROM WS-LN-GL-PRINCIPAL
                       WHEN 'REVRSL'
                           ADD WS-LN-GL-SIGNED TO WS-LN-GL-REVERSED
                       WHEN 'ACCRUE'
                           ADD WS-LN-GL-SIGNED TO WS-LN-GL-ACCRUED
                       WHEN 'WRTOFF'
                           SUBTRACT WS-LN-GL-SIGNED
                               FROM WS-LN-GL-WRITTEN-OFF
                       WHEN OTHER
                           ADD WS-LN-GL-SIGNED TO WS-LN-GL-OTHER
                   END-EVALUATE
           END-EVALUATE
           .

      *    EXPECTED CLOSE = OPENING + DISBURSED + ACCRUED - PRINCIPAL
      *    COLLECTED + REVERSED.  A LOAN THAT MOVED INTO WRITTEN-OFF
      *    TAKES THAT WHOLE EXPECTED BALANCE OUT OF RECEIVABLES; A LOAN
      *    ARCHIVED TO HISTORY TAKES IT OUT OF THE PORTFOLIO.  WHATEVER
      *    IS LEFT BETWEEN EXPECTED AND ACTUAL IS THE LOAN'S DIFFERENCE.
       FINISH-RECON-LOAN.
           MOVE 'N' TO WS-GROUP-OPEN.
           IF WS-LN-OPEN-FOUND = 'Y' OR WS-LN-CLOSE-FOUND = 'Y'
               ADD 1 TO WS-LOAN-COUNT
           END-IF.
           MOVE 'N' TO WS-LN-OPEN-WO.
           IF WS-LN-OPEN-FOUND = 'Y' AND WS-LN-OPEN-STATUS = 'W'
               MOVE 'Y' TO WS-LN-OPEN-WO
           END-IF.
           MOVE 'N' TO WS-LN-CLOSE-WO.
           IF WS-LN-CLOSE-FOUND = 'Y' AND WS-LN-CLOSE-STATUS = 'W'
               MOVE 'Y' TO WS-LN-CLOSE-WO
           END-IF.

           COMPUTE WS-LN-MOVEMENT = WS-LN-SL-DISBURSED
               + WS-LN-SL-ACCRUED - WS-LN-SL-PRINCIPAL
               + WS-LN-SL-REVERSED
           COMPUTE WS-LN-EXPECTED =
               WS-LN-OPEN-BALANCE + WS-LN-MOVEMENT
           MOVE WS-LN-EXPECTED TO WS-LN-EXPECTED-CLOSE
           MOVE 0 TO WS-LN-SL-WRITTEN-OFF
           MOVE 0 TO WS-LN-ARCHIVED
           IF WS-LN-CLOSE-WO = 'Y' AND WS-LN-OPEN-WO = 'N'
               AND WS-LN-OPEN-FOUND = 'Y'
               MOVE WS-LN-EXPECTED TO WS-LN-SL-WRITTEN-OFF
           END-IF
           IF WS-LN-CLOSE-FOUND = 'N' AND WS-LN-OPEN-FOUND = 'Y'
               AND WS-LN-ARCHIV-AUDIT = 'Y'
               MOVE WS-LN-EXPECTED TO WS-LN-ARCHIVED
               MOVE 0 TO WS-LN-EXPECTED-CLOSE
           END-IF
           MOVE WS-LN-CLOSE-BALANCE TO WS-LN-ACTUAL
           COMPUTE WS-LN-DIFF =
               WS-LN-ACTUAL - WS-LN-EXPECTED-CLOSE

           IF WS-FIRST-RUN = 'N'
               PERFORM ROLL-LOAN-MOVEMENT
               PERFORM CLASSIFY-LOAN-DIFFERENCE
               PERFORM CHECK-LOAN-AUDIT-TRAIL
           END-IF.
           PERFORM COMPARE-LOAN-TO-GL.
           IF WS-LN-CLOSE-FOUND = 'Y'
               MOVE WS-LN-CLOSE-STATUS TO WS-CAT-STATUS
               PERFORM SET-CATEGORY-INDEX
               ADD 1 TO WS-CAT-COUNT(WS-CAT-IX)
               ADD WS-LN-CLOSE-BALANCE TO WS-CAT-BALANCE(WS-CAT-IX)
           END-IF.
           IF WS-LN-OPEN-FOUND = 'Y' OR WS-LN-CLOSE-FOUND = 'Y'
               PERFORM UPDATE-LOAN-SNAPSHOT
           END-IF
           .

      *    MOVEMENT ON A LOAN ALREADY WRITTEN OFF AT THE OPENING STAYS
      *    IN THE WRITTEN-OFF CATEGORY; EVERYTHING ELSE ROLLS THROUGH
      *    LOANS RECEIVABLE.
       ROLL-LOAN-MOVEMENT.
           IF WS-LN-OPEN-WO = 'Y'
               ADD WS-LN-OPEN-BALANCE TO WS-SNAP-OPEN-WO
               ADD WS-LN-MOVEMENT TO WS-WO-OTHER
               ADD WS-LN-ARCHIVED TO WS-WO-ARCHIVED
           ELSE
               ADD WS-LN-OPEN-BALANCE TO WS-SNAP-OPEN-RECEIVABLE
               ADD WS-LN-SL-DISBURSED TO WS-ROLL-DISBURSED
               ADD WS-LN-SL-ACCRUED TO WS-ROLL-ACCRUED
               ADD WS-LN-SL-PRINCIPAL TO WS-ROLL-PRINCIPAL
               ADD WS-LN-SL-REVERSED TO WS-ROLL-REVERSED
               ADD WS-LN-SL-WRITTEN-OFF TO WS-ROLL-WRITTEN-OFF
               ADD WS-LN-ARCHIVED TO WS-ROLL-ARCHIVED
           END-IF
           .

      *    A RESTRUCTURE RE-RATES THE LOAN WITHOUT A DATED RECORD OF
      *    ITS OWN, SO A DIFFERENCE ON A LOAN WITH A RESTRUCTURE AUDIT
      *    ENTRY IS EXPLAINED BY IT.  ANY OTHER DIFFERENCE IS
      *    UNEXPLAINED AND COUNTS AGAINST THE CATEGORY IT CLOSED IN.
       CLASSIFY-LOAN-DIFFERENCE.
           IF WS-LN-DIFF NOT = 0
               IF WS-LN-CLOSE-FOUND = 'Y'
                   MOVE WS-LN-CLOSE-STATUS TO WS-CAT-STATUS
               ELSE
                   MOVE WS-LN-OPEN-STATUS TO WS-CAT-STATUS
               END-IF
               PERFORM SET-CATEGORY-INDEX
               IF WS-CAT-IX = WS-WRITTEN-OFF-IX
                   ADD WS-LN-DIFF TO WS-WO-UNEXPLAINED
                   PERFORM SET-UNEXPLAINED-LABEL
                   PERFORM COUNT-UNEXPLAINED
               ELSE IF WS-LN-RESTRC-AUDIT = 'Y'
                   ADD WS-LN-DIFF TO WS-ROLL-RESTRUCTURE
                   MOVE 'RESTRUCTURE ADJUSTMENT' TO WS-ITEM-LABEL
               ELSE
                   ADD WS-LN-DIFF TO WS-ROLL-UNEXPLAINED
                   PERFORM SET-UNEXPLAINED-LABEL
                   PERFORM COUNT-UNEXPLAINED
               END-IF
               END-IF
               PERFORM WRITE-BALANCE-ITEM
           END-IF
           .

       SET-UNEXPLAINED-LABEL.
           IF WS-LN-CLOSE-FOUND = 'N'
               MOVE 'OFF FILE - NOT ARCHIVED' TO WS-ITEM-LABEL
           ELSE IF WS-LN-OPEN-FOUND = 'N'
               AND WS-LN-SL-DISBURSED = 0
               MOVE 'NEW - NO DISBURSEMENT' TO WS-ITEM-LABEL
           ELSE
               MOVE 'UNEXPLAINED DIFFERENCE' TO WS-ITEM-LABEL
           END-IF
           END-IF
           .

       COUNT-UNEXPLAINED.
           ADD 1 TO WS-UNEXPLAINED-COUNT
           ADD 1 TO WS-CAT-UNEXPL-COUNT(WS-CAT-IX)
           ADD WS-LN-DIFF TO WS-CAT-UNEXPL-AMOUNT(WS-CAT-IX)
           .

      *    A STATUS CHANGE AND ITS AUDIT ENTRY SHOULD ALWAYS TRAVEL
      *    TOGETHER; ONE WITHOUT THE OTHER IS LISTED FOR FOLLOW-UP.
       CHECK-LOAN-AUDIT-TRAIL.
           IF WS-LN-CLOSE-WO = 'Y' AND WS-LN-OPEN-WO = 'N'
               AND WS-LN-WRTOFF-AUDIT = 'N'
               MOVE 'WRITTEN OFF - NO AUDIT ENTRY' TO WS-ITEM-LABEL
               PERFORM WRITE-NOTE-ITEM
           END-IF.
           IF WS-LN-WRTOFF-AUDIT = 'Y' AND WS-LN-CLOSE-FOUND = 'Y'
               AND WS-LN-CLOSE-WO = 'N'
               MOVE 'WRTOFF AUDIT - NOT WRITTEN OFF' TO WS-ITEM-LABEL
               PERFORM WRITE-NOTE-ITEM
           END-IF.
           IF WS-LN-ARCHIV-AUDIT = 'Y' AND WS-LN-CLOSE-FOUND = 'Y'
               MOVE 'ARCHIV AUDIT - STILL ON FILE' TO WS-ITEM-LABEL
               PERFORM WRITE-NOTE-ITEM
           END-IF
           .

      *    THE WRITE-OFF COMPARISON NEEDS AN OPENING BALANCE, SO IT IS
      *    LEFT OUT ON THE FIRST RUN.
       COMPARE-LOAN-TO-GL.
           MOVE 'DISB' TO WS-CMP-SOURCE
           MOVE WS-LN-SL-DISBURSED TO WS-CMP-SUBLEDGER
           MOVE WS-LN-GL-DISBURSED TO WS-CMP-GL
           PERFORM COMPARE-ONE-COMPONENT
           ADD WS-LN-SL-DISBURSED TO WS-SL-TOT-DISBURSED
           ADD WS-LN-GL-DISBURSED TO WS-GL-TOT-DISBURSED

           MOVE 'ACCRUE' TO WS-CMP-SOURCE
           MOVE WS-LN-SL-ACCRUED TO WS-CMP-SUBLEDGER
           MOVE WS-LN-GL-ACCRUED TO WS-CMP-GL
           PERFORM COMPARE-ONE-COMPONENT
           ADD WS-LN-SL-ACCRUED TO WS-SL-TOT-ACCRUED
           ADD WS-LN-GL-ACCRUED TO WS-GL-TOT-ACCRUED

           MOVE 'PAYMT' TO WS-CMP-SOURCE
           MOVE WS-LN-SL-PRINCIPAL TO WS-CMP-SUBLEDGER
           MOVE WS-LN-GL-PRINCIPAL TO WS-CMP-GL
           PERFORM COMPARE-ONE-COMPONENT
           ADD WS-LN-SL-PRINCIPAL TO WS-SL-TOT-PRINCIPAL
           ADD WS-LN-GL-PRINCIPAL TO WS-GL-TOT-PRINCIPAL

           MOVE 'REVRSL' TO WS-CMP-SOURCE
           MOVE WS-LN-SL-REVERSED TO WS-CMP-SUBLEDGER
           MOVE WS-LN-GL-REVERSED TO WS-CMP-GL
           PERFORM COMPARE-ONE-COMPONENT
           ADD WS-LN-SL-REVERSED TO WS-SL-TOT-REVERSED
           ADD WS-LN-GL-REVERSED TO WS-GL-TOT-REVERSED

           IF WS-FIRST-RUN = 'N'
               MOVE 'WRTOFF' TO WS-CMP-SOURCE
               MOVE WS-LN-SL-WRITTEN-OFF TO WS-CMP-SUBLEDGER
               MOVE WS-LN-GL-WRITTEN-OFF TO WS-CMP-GL
               PERFORM COMPARE-ONE-COMPONENT
               ADD WS-LN-SL-WRITTEN-OFF TO WS-SL-TOT-WRITTEN-OFF
           END-IF
           ADD WS-LN-GL-WRITTEN-OFF TO WS-GL-TOT-WRITTEN-OFF

           MOVE 'OTHER' TO WS-CMP-SOURCE
           MOVE 0 TO WS-CMP-SUBLEDGER
           MOVE WS-LN-GL-OTHER TO WS-CMP-GL
           PERFORM COMPARE-ONE-COMPONENT
           ADD WS-LN-GL-OTHER TO WS-GL-TOT-OTHER
           .

       COMPARE-ONE-COMPONENT.
           IF WS-CMP-SUBLEDGER NOT = WS-CMP-GL
               ADD 1 TO WS-GL-DIFF-COUNT
               COMPUTE WS-CMP-DIFF = WS-CMP-GL - WS-CMP-SUBLEDGER
               PERFORM WRITE-GL-ITEM
           END-IF
           .

      *    THE SNAPSHOT KEEPS TODAY'S CLOSE AND THE CLOSE BEFORE IT; A
      *    RERUN FOR THE SAME DATE REPLACES TODAY'S CLOSE ONLY.
       UPDATE-LOAN-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-FOUND.
           MOVE WS-LN-LOAN-ID TO SNAP-LOAN-ID
           READ PORTFOLIO-SNAPSHOT RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SNAP-FOUND
           END-READ.
           IF WS-SNAP-FOUND = 'N'
               MOVE WS-LN-LOAN-ID TO SNAP-LOAN-ID
               MOVE 0 TO SNAP-PRIOR-CLOSE-DATE
               MOVE 'X' TO SNAP-PRIOR-STATUS
               MOVE 0 TO SNAP-PRIOR-BALANCE
           ELSE IF SNAP-CLOSE-DATE NOT = WS-RUN-DATE
               MOVE SNAP-CLOSE-DATE TO SNAP-PRIOR-CLOSE-DATE
               MOVE SNAP-STATUS TO SNAP-PRIOR-STATUS
               MOVE SNAP-BALANCE TO SNAP-PRIOR-BALANCE
           END-IF
           END-IF.
           MOVE WS-RUN-DATE TO SNAP-CLOSE-DATE
           IF WS-LN-CLOSE-FOUND = 'Y'
               MOVE WS-LN-CLOSE-STATUS TO SNAP-STATUS
               MOVE WS-LN-CLOSE-BALANCE TO SNAP-BALANCE
           ELSE
               MOVE 'X' TO SNAP-STATUS
               MOVE 0 TO SNAP-BALANCE
           END-IF.
           IF WS-SNAP-FOUND = 'Y'
               REWRITE SNAP-REC
                   INVALID KEY
                       DISPLAY 'Error: Unable to update balance '
                           'snapshot for loan ' WS-LN-LOAN-ID
               END-REWRITE
           ELSE
               WRITE SNAP-REC
                   INVALID KEY
                       DISPLAY 'Error: Unable to write balance '
                           'snapshot for loan ' WS-LN-LOAN-ID
               END-WRITE
           END-IF
           .

      *    LOAN-STATUS A AND THE BLANK STATUS OF LOANS BOOKED BEFORE
      *    STATUSES WERE KEPT ARE BOTH ACTIVE.
       SET-CATEGORY-INDEX.
           EVALUATE WS-CAT-STATUS
               WHEN 'P'
                   MOVE 2 TO WS-CAT-IX
               WHEN 'C'
                   MOVE 3 TO WS-CAT-IX
               WHEN 'W'
                   MOVE WS-WRITTEN-OFF-IX TO WS-CAT-IX
               WHEN OTHER
                   MOVE WS-RECEIVABLE-IX TO WS-CAT-IX
           END-EVALUATE
           .

       WRITE-BALANCE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-LN-OPEN-BALANCE TO WS-ED-OPEN
           MOVE WS-LN-EXPECTED-CLOSE TO WS-ED-EXPECTED
           MOVE WS-LN-ACTUAL TO WS-ED-ACTUAL
           MOVE WS-LN-DIFF TO WS-ED-DIFF
           MOVE SPACES TO REPORT-LINE
           STRING '  LOAN ' WS-LN-LOAN-ID '  ' WS-ITEM-LABEL
               ' OPENING ' WS-ED-OPEN
               ' EXPECTED ' WS-ED-EXPECTED
               ' ACTUAL ' WS-ED-ACTUAL
               ' DIFFERENCE ' WS-ED-DIFF
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-GL-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-CMP-SUBLEDGER TO WS-ED-OPEN
           MOVE WS-CMP-GL TO WS-ED-ACTUAL
           MOVE WS-CMP-DIFF TO WS-ED-DIFF
           MOVE SPACES TO REPORT-LINE
           STRING '  LOAN ' WS-LN-LOAN-ID '  GL DIFFERENCE - '
               WS-CMP-SOURCE '     '
               ' SUBLEDGER ' WS-ED-OPEN
               ' GL ' WS-ED-ACTUAL
               ' DIFFERENCE ' WS-ED-DIFF
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-NOTE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-NOTE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  LOAN ' WS-LN-LOAN-ID '  ' WS-ITEM-LABEL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    LATE FEES ARE CARRIED OUTSIDE LOAN-BALANCE, SO THEY HAVE A
      *    CATEGORY OF THEIR OWN IN THE CONTROL TOTALS.
       TOTAL-LATE-FEES.
           MOVE 'N' TO EOF-FEE.
           MOVE LOW-VALUES TO FEE-KEY
           START FEES KEY IS NOT LESS THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y'
               READ FEES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-UNPAID
                       ADD 1 TO WS-CAT-COUNT(WS-LATE-FEE-IX)
                       COMPUTE WS-CAT-BALANCE(WS-LATE-FEE-IX) =
                           WS-CAT-BALANCE(WS-LATE-FEE-IX)
                           + FEE-AMOUNT - FEE-AMOUNT-PAID
                   END-IF
                   IF FEE-ASSESS-DATE > WS-WINDOW-START
                       AND FEE-ASSESS-DATE NOT > WS-RUN-DATE
                       ADD FEE-AMOUNT TO WS-FEE-ASSESSED
                   END-IF
               END-READ
           END-PERFORM
           .

      *****************************************************************
      *    REPORT SECTIONS.
      *****************************************************************
       WRITE-ROLL-FORWARD.
           COMPUTE WS-ROLL-ACTUAL = WS-CAT-BALANCE(1)
               + WS-CAT-BALANCE(2) + WS-CAT-BALANCE(3)
           MOVE WS-CAT-BALANCE(WS-WRITTEN-OFF-IX) TO WS-WO-ACTUAL
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'LOANS RECEIVABLE ROLL-FORWARD '
               '(ACTIVE, PAID OFF, CLOSED)'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FIRST-RUN = 'Y'
               MOVE '  NO OPENING POSITION - CLOSING BALANCE ONLY'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'CLOSING BALANCE' TO WS-LINE-CAPTION
               MOVE WS-ROLL-ACTUAL TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           ELSE
               PERFORM WRITE-RECEIVABLE-ROLL
               PERFORM WRITE-WRITTEN-OFF-ROLL
           END-IF
           .

      *    THE OPENING IS THE PRIOR CONTROL TOTAL.  IF THE LOAN
      *    SNAPSHOT DOES NOT ADD UP TO IT, THE GAP IS PART OF THE
      *    UNEXPLAINED DIFFERENCE AND IS SHOWN SEPARATELY.
       WRITE-RECEIVABLE-ROLL.
           COMPUTE WS-ROLL-EXPECTED = WS-CTL-OPEN-RECEIVABLE
               + WS-ROLL-DISBURSED + WS-ROLL-ACCRUED
               - WS-ROLL-PRINCIPAL + WS-ROLL-REVERSED
               - WS-ROLL-WRITTEN-OFF + WS-ROLL-RESTRUCTURE
               - WS-ROLL-ARCHIVED
           COMPUTE WS-ROLL-DIFF = WS-ROLL-ACTUAL - WS-ROLL-EXPECTED
           MOVE 'OPENING BALANCE' TO WS-LINE-CAPTION
           MOVE WS-CTL-OPEN-RECEIVABLE TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  PLUS  DISBURSEMENTS' TO WS-LINE-CAPTION
           MOVE WS-ROLL-DISBURSED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  PLUS  INTEREST ACCRUED' TO WS-LINE-CAPTION
           MOVE WS-ROLL-ACCRUED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  LESS  PRINCIPAL COLLECTED' TO WS-LINE-CAPTION
           MOVE WS-ROLL-PRINCIPAL TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  PLUS  PAYMENTS REVERSED' TO WS-LINE-CAPTION
           MOVE WS-ROLL-REVERSED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  LESS  WRITTEN OFF' TO WS-LINE-CAPTION
           MOVE WS-ROLL-WRITTEN-OFF TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  PLUS  RESTRUCTURE ADJUSTMENTS' TO WS-LINE-CAPTION
           MOVE WS-ROLL-RESTRUCTURE TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  LESS  ARCHIVED TO HISTORY' TO WS-LINE-CAPTION
           MOVE WS-ROLL-ARCHIVED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'EXPECTED CLOSING BALANCE' TO WS-LINE-CAPTION
           MOVE WS-ROLL-EXPECTED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'ACTUAL CLOSING BALANCE' TO WS-LINE-CAPTION
           MOVE WS-ROLL-ACTUAL TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'UNEXPLAINED DIFFERENCE' TO WS-LINE-CAPTION
           MOVE WS-ROLL-DIFF TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  ITEMISED BY LOAN' TO WS-LINE-CAPTION
           MOVE WS-ROLL-UNEXPLAINED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-SNAP-OPEN-RECEIVABLE NOT = WS-CTL-OPEN-RECEIVABLE
               ADD 1 TO WS-OPENING-EXCEPTIONS
               MOVE '  OPENING PER LOAN SNAPSHOT' TO WS-LINE-CAPTION
               MOVE WS-SNAP-OPEN-RECEIVABLE TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           .

       WRITE-WRITTEN-OFF-ROLL.
           COMPUTE WS-WO-EXPECTED = WS-CTL-OPEN-WO
               + WS-ROLL-WRITTEN-OFF + WS-WO-OTHER - WS-WO-ARCHIVED
           COMPUTE WS-WO-DIFF = WS-WO-ACTUAL - WS-WO-EXPECTED
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'WRITTEN-OFF LOANS ROLL-FORWARD' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPENING BALANCE' TO WS-LINE-CAPTION
           MOVE WS-CTL-OPEN-WO TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  PLUS  WRITTEN OFF' TO WS-LINE-CAPTION
           MOVE WS-ROLL-WRITTEN-OFF TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  PLUS  OTHER MOVEMENT' TO WS-LINE-CAPTION
           MOVE WS-WO-OTHER TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  LESS  ARCHIVED TO HISTORY' TO WS-LINE-CAPTION
           MOVE WS-WO-ARCHIVED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'EXPECTED CLOSING BALANCE' TO WS-LINE-CAPTION
           MOVE WS-WO-EXPECTED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'ACTUAL CLOSING BALANCE' TO WS-LINE-CAPTION
           MOVE WS-WO-ACTUAL TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'UNEXPLAINED DIFFERENCE' TO WS-LINE-CAPTION
           MOVE WS-WO-DIFF TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE '  ITEMISED BY LOAN' TO WS-LINE-CAPTION
           MOVE WS-WO-UNEXPLAINED TO WS-LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-SNAP-OPEN-WO NOT = WS-CTL-OPEN-WO
               ADD 1 TO WS-OPENING-EXCEPTIONS
               MOVE '  OPENING PER LOAN SNAPSHOT' TO WS-LINE-CAPTION
               MOVE WS-SNAP-OPEN-WO TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           .

      *    THE BATCH MUST PROVE TO ITS OWN TRAILER BEFORE ITS LINES
      *    MEAN ANYTHING, THEN EACH MOVEMENT TYPE ON LOANS RECEIVABLE
      *    IS SET AGAINST THE SUBLEDGER.
       WRITE-GL-COMPARISON.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GL EXTRACT COMPARISON - ACCOUNT 1200 LOANS RECEIVABLE'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GL-HASH-TOTAL TO WS-ED-SUBLEDGER
           MOVE WS-GL-TRAILER-HASH TO WS-ED-GL
           MOVE SPACES TO REPORT-LINE
           STRING '  DETAIL LINES READ ' WS-GL-LINE-COUNT
               '  TRAILER ' WS-GL-TRAILER-COUNT
               '   HASH TOTAL READ ' WS-ED-SUBLEDGER
               '  TRAILER ' WS-ED-GL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-GL-TRAILER-FOUND = 'N'
               ADD 1 TO WS-GL-BATCH-EXCEPTIONS
               MOVE '  ** TRAILER MISSING - GL BATCH INCOMPLETE'
                   TO REPORT-LINE
           ELSE IF WS-GL-LINE-COUNT NOT = WS-GL-TRAILER-COUNT
               OR WS-GL-HASH-TOTAL NOT = WS-GL-TRAILER-HASH
               ADD 1 TO WS-GL-BATCH-EXCEPTIONS
               MOVE '  ** DETAIL LINES DO NOT AGREE WITH TRAILER'
                   TO REPORT-LINE
           ELSE
               MOVE '  BATCH AGREES WITH TRAILER' TO REPORT-LINE
           END-IF
           END-IF
           WRITE REPORT-LINE
           IF WS-GL-WRONG-DATE-COUNT > 0
               ADD 1 TO WS-GL-BATCH-EXCEPTIONS
               MOVE SPACES TO REPORT-LINE
               STRING '  ** ' WS-GL-WRONG-DATE-COUNT
                   ' RECORD(S) POSTED FOR ANOTHER BUSINESS DATE'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE 'DISBURSEMENTS' TO WS-LINE-CAPTION
           MOVE WS-SL-TOT-DISBURSED TO WS-CMP-SUBLEDGER
           MOVE WS-GL-TOT-DISBURSED TO WS-CMP-GL
           PERFORM WRITE-COMPARE-LINE
           MOVE 'INTEREST ACCRUED' TO WS-LINE-CAPTION
           MOVE WS-SL-TOT-ACCRUED TO WS-CMP-SUBLEDGER
           MOVE WS-GL-TOT-ACCRUED TO WS-CMP-GL
           PERFORM WRITE-COMPARE-LINE
           MOVE 'PRINCIPAL COLLECTED' TO WS-LINE-CAPTION
           MOVE WS-SL-TOT-PRINCIPAL TO WS-CMP-SUBLEDGER
           MOVE WS-GL-TOT-PRINCIPAL TO WS-CMP-GL
           PERFORM WRITE-COMPARE-LINE
           MOVE 'PAYMENTS REVERSED' TO WS-LINE-CAPTION
           MOVE WS-SL-TOT-REVERSED TO WS-CMP-SUBLEDGER
           MOVE WS-GL-TOT-REVERSED TO WS-CMP-GL
           PERFORM WRITE-COMPARE-LINE
           MOVE 'WRITTEN OFF' TO WS-LINE-CAPTION
           MOVE WS-SL-TOT-WRITTEN-OFF TO WS-CMP-SUBLEDGER
           MOVE WS-GL-TOT-WRITTEN-OFF TO WS-CMP-GL
           PERFORM WRITE-COMPARE-LINE
           MOVE 'OTHER POSTINGS' TO WS-LINE-CAPTION
           MOVE 0 TO WS-CMP-SUBLEDGER
           MOVE WS-GL-TOT-OTHER TO WS-CMP-GL
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  LOAN-LEVEL GL DIFFERENCES: ' WS-GL-DIFF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-CATEGORY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CLOSING CONTROL TOTALS BY CATEGORY' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ONE-CATEGORY
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 5
           .

       WRITE-ONE-CATEGORY.
           MOVE WS-CAT-COUNT(WS-CAT-IX) TO WS-ED-COUNT
           MOVE WS-CAT-BALANCE(WS-CAT-IX) TO WS-ED-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-CAT-CODE(WS-CAT-IX) ' '
               WS-CAT-NAME(WS-CAT-IX) ' COUNT ' WS-ED-COUNT
               '  BALANCE ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    FEES WAIVED ON A RESTRUCTURE OR WRITTEN OFF WITH THE LOAN
      *    LEAVE NO DATED RECORD OF THEIR OWN, SO THEY ARE WHATEVER
      *    IS LEFT OVER.
       WRITE-FEE-MEMO.
           IF WS-FIRST-RUN = 'N'
               COMPUTE WS-FEE-EXPECTED =
                   WS-CAT-OPEN-BALANCE(WS-LATE-FEE-IX)
                   + WS-FEE-ASSESSED - WS-FEE-COLLECTED
                   + WS-FEE-REVERSED
               COMPUTE WS-FEE-OTHER =
                   WS-CAT-BALANCE(WS-LATE-FEE-IX) - WS-FEE-EXPECTED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'LATE FEES MEMO (NOT PART OF LOAN BALANCE)'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'OPENING OUTSTANDING' TO WS-LINE-CAPTION
               MOVE WS-CAT-OPEN-BALANCE(WS-LATE-FEE-IX)
                   TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '  PLUS  ASSESSED' TO WS-LINE-CAPTION
               MOVE WS-FEE-ASSESSED TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '  LESS  COLLECTED' TO WS-LINE-CAPTION
               MOVE WS-FEE-COLLECTED TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '  PLUS  COLLECTIONS REVERSED' TO WS-LINE-CAPTION
               MOVE WS-FEE-REVERSED TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE '  PLUS  WAIVED OR ADJUSTED' TO WS-LINE-CAPTION
               MOVE WS-FEE-OTHER TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE 'CLOSING OUTSTANDING' TO WS-LINE-CAPTION
               MOVE WS-CAT-BALANCE(WS-LATE-FEE-IX) TO WS-LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           .

       WRITE-AMOUNT-LINE.
           MOVE WS-LINE-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-LINE-CAPTION WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-COMPARE-LINE.
           COMPUTE WS-CMP-DIFF = WS-CMP-GL - WS-CMP-SUBLEDGER
           MOVE WS-CMP-SUBLEDGER TO WS-ED-SUBLEDGER
           MOVE WS-CMP-GL TO WS-ED-GL
           MOVE WS-CMP-DIFF TO WS-ED-CMP-DIFF
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-LINE-CAPTION(1:24)
               ' SUBLEDGER ' WS-ED-SUBLEDGER
               '  GL ' WS-ED-GL
               '  DIFFERENCE ' WS-ED-CMP-DIFF
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    TODAY'S CLOSE IS KEPT BY CATEGORY AS THE NEXT RUN'S OPENING;
      *    A RERUN FOR THE SAME DATE REPLACES IT.
       SAVE-CONTROL-TOTALS.
           PERFORM SAVE-ONE-CATEGORY
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 5
           .

       SAVE-ONE-CATEGORY.
           MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
           MOVE WS-CAT-CODE(WS-CAT-IX) TO RCTL-CATEGORY
           MOVE WS-CAT-COUNT(WS-CAT-IX) TO RCTL-ITEM-COUNT
           MOVE WS-CAT-BALANCE(WS-CAT-IX) TO RCTL-BALANCE
           MOVE WS-CAT-UNEXPL-COUNT(WS-CAT-IX)
               TO RCTL-UNEXPLAINED-COUNT
           MOVE WS-CAT-UNEXPL-AMOUNT(WS-CAT-IX)
               TO RCTL-UNEXPLAINED-AMOUNT
           MOVE WS-CLOCK-DATE TO RCTL-RUN-CLOCK-DATE
           MOVE WS-CLOCK-TIME TO RCTL-RUN-CLOCK-TIME
           WRITE RCTL-REC INVALID KEY
               REWRITE RCTL-REC INVALID KEY
                   DISPLAY 'Error: Unable to record control totals '
                       'for ' WS-RUN-DATE ' category '
                       WS-CAT-CODE(WS-CAT-IX)
               END-REWRITE
           END-WRITE
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
           MOVE 'PortfolioRecon' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-LOAN-COUNT TO ESR-ITEM-COUNT
           COMPUTE ESR-EXCEPTION-COUNT = WS-UNEXPLAINED-COUNT
               + WS-GL-DIFF-COUNT + WS-NOTE-COUNT
               + WS-GL-BATCH-EXCEPTIONS + WS-OPENING-EXCEPTIONS
           MOVE WS-ROLL-ACTUAL TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
