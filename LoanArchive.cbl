       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanArchive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOANS
               ASSIGN TO 'loans.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL INSTALLMENTS
               ASSIGN TO 'installments.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS INST-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PAYMENTS
               ASSIGN TO 'payments.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PAYMENT-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL FEES
               ASSIGN TO 'fees.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS FEE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ACCRUALS
               ASSIGN TO 'accruals.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ACCR-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL COLLATERAL
               ASSIGN TO 'collateral.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS COLL-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
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

           SELECT OPTIONAL PAYMENT-HISTORY
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

           SELECT OPTIONAL ACCRUAL-HISTORY
               ASSIGN TO 'accruals_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HACCR-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL COLLATERAL-HISTORY
               ASSIGN TO 'collateral_history.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS HCOLL-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT ARCHIVE-SORT-FILE
               ASSIGN TO 'archive.tmp'.

           SELECT CONTROL-REPORT
               ASSIGN TO 'archive_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG
               ASSIGN TO 'audit.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETENTION-FILE
               ASSIGN TO 'retention_months.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LOANS.
       01  LOAN-REC.
           COPY LOANREC.

       FD  INSTALLMENTS.
       01  INST-REC.
           COPY INSTREC.

       FD  PAYMENTS.
       01  PAYMENT-REC.
           COPY PAYREC.

       FD  FEES.
       01  FEE-REC.
           COPY FEEREC.

       FD  ACCRUALS.
       01  ACCR-REC.
           COPY ACCRREC.

       FD  COLLATERAL.
       01  COLL-REC.
           COPY COLLREC.

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

      *    THE HISTORY FILES CARRY THE LIVE RECORD LAYOUTS UNCHANGED,
      *    SO A RECORD MOVES ACROSS WITH A GROUP MOVE AND A READER CAN
      *    READ ONE BACK INTO THE LIVE RECORD AREA.  HISTORY LOANS ARE
      *    ALSO KEYED BY CLIENT AND HISTORY PAYMENTS BY LOAN, SINCE
      *    THOSE ARE THE ONLY WAYS THEY ARE EVER LOOKED UP.
       FD  LOAN-HISTORY.
       01  HLOAN-REC.
           COPY LOANREC REPLACING LEADING ==LOAN-== BY ==HLOAN-==.

       FD  INST-HISTORY.
       01  HINST-REC.
           COPY INSTREC REPLACING LEADING ==INST-== BY ==HINST-==.

       FD  PAYMENT-HISTORY.
       01  HPAYMENT-REC.
           COPY PAYREC REPLACING LEADING ==PAYMENT-== BY ==HPAYMENT-==.

       FD  FEE-HISTORY.
       01  HFEE-REC.
           COPY FEEREC REPLACING LEADING ==FEE-== BY ==HFEE-==.

       FD  ACCRUAL-HISTORY.
       01  HACCR-REC.
           COPY ACCRREC REPLACING LEADING ==ACCR-== BY ==HACCR-==.

       FD  COLLATERAL-HISTORY.
       01  HCOLL-REC.
           COPY COLLREC REPLACING LEADING ==COLL-== BY ==HCOLL-==.

      *    ONE 'L' RECORD PER CLOSED-OUT LOAN, FOLLOWED IN SORT ORDER
      *    BY A 'P' RECORD FOR EACH OF ITS PAYMENTS, SO THE PAYMENTS
      *    FILE (WHICH HAS NO LOAN KEY) IS READ ONCE RATHER THAN ONCE
      *    PER LOAN.
       SD  ARCHIVE-SORT-FILE.
       01  SORT-REC.
           05  SORT-LOAN-ID       PIC 9(5).
           05  SORT-REC-TYPE      PIC X(01).
               88  SORT-IS-LOAN       VALUE 'L'.
               88  SORT-IS-PAYMENT    VALUE 'P'.
           05  SORT-PAYMENT-ID    PIC 9(5).
           05  SORT-ACTIVITY-DATE PIC 9(8).

       FD  CONTROL-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  AUDIT-LOG.
       01  AUDIT-REC.
           COPY AUDITREC.

       FD  RETENTION-FILE.
       01  RETENTION-REC          PIC 9(3).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       01  EOF-INST               PIC X VALUE 'N'.
       01  EOF-FEE                PIC X VALUE 'N'.
       01  EOF-ACCRUAL            PIC X VALUE 'N'.
       01  EOF-COLL               PIC X VALUE 'N'.
       01  LOAN-FOUND             PIC X VALUE 'N'.
       01  WS-GROUP-OPEN          PIC X VALUE 'N'.
       01  WS-WRITE-OK            PIC X VALUE 'Y'.
       01  WS-MOVE-FAILED         PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-RETENTION-MONTHS    PIC 9(3) VALUE 0.
       01  WS-TOTAL-MONTHS        PIC 9(7) VALUE 0.
       01  WS-CUTOFF-DATE         PIC 9(8) VALUE 0.
       01  WS-LAST-PAYMENT-ID     PIC 9(5) VALUE 0.

       01  WS-CAL-DATE-GROUP.
           05  WS-CAL-YEAR        PIC 9(4).
           05  WS-CAL-MONTH       PIC 9(2).
           05  WS-CAL-DAY         PIC 9(2).
       01  WS-CAL-DATE REDEFINES WS-CAL-DATE-GROUP
                                  PIC 9(8).
       01  WS-CAL-VALID           PIC X VALUE 'Y'.
       01  WS-MONTH-END-DAY       PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOTIENT       PIC 9(4) VALUE 0.
       01  WS-LEAP-REMAINDER      PIC 9(4) VALUE 0.

       01  WS-ARCH-LOAN-ID        PIC 9(5) VALUE 0.
       01  WS-LAST-ACTIVITY       PIC 9(8) VALUE 0.
       01  WS-ACTIVITY-DATE       PIC 9(8) VALUE 0.
       01  WS-FEES-OPEN           PIC 9(3) VALUE 0.
       01  WS-COLL-HELD           PIC 9(3) VALUE 0.
       01  WS-AGENCY-PLACED       PIC X VALUE 'N'.
       01  WS-KEEP-REASON         PIC X(30) VALUE SPACES.

      *    PAYMENT IDS FOR THE LOAN IN HAND, COLLECTED FROM THE SORT SO
      *    THEY CAN BE MOVED ONCE THE LOAN IS KNOWN TO QUALIFY.  SIZED
      *    LIKE THE YEAR-END INTEREST REPLAY; A LOAN WITH MORE PAYMENTS
      *    IS KEPT ON THE LIVE FILES RATHER THAN MOVED IN PART.
       01  WS-PAY-COUNT           PIC 9(4) VALUE 0.
       01  WS-PAY-OVERFLOW        PIC X VALUE 'N'.
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY-ID    PIC 9(5) OCCURS 999 TIMES.
       01  WS-IX                  PIC 9(4) VALUE 0.

       01  WS-LOAN-INST-COUNT     PIC 9(5) VALUE 0.
       01  WS-LOAN-PAY-COUNT      PIC 9(5) VALUE 0.

       01  WS-CANDIDATE-COUNT     PIC 9(7) VALUE 0.
       01  WS-KEPT-COUNT          PIC 9(7) VALUE 0.
       01  WS-LOAN-MOVED          PIC 9(7) VALUE 0.
       01  WS-LOAN-AMOUNT-MOVED   PIC 9(11)V99 VALUE 0.
       01  WS-INST-MOVED          PIC 9(7) VALUE 0.
       01  WS-INST-AMOUNT-MOVED   PIC 9(11)V99 VALUE 0.
       01  WS-PAY-MOVED           PIC 9(7) VALUE 0.
       01  WS-PAY-AMOUNT-MOVED    PIC 9(11)V99 VALUE 0.
       01  WS-FEE-MOVED           PIC 9(7) VALUE 0.
       01  WS-FEE-AMOUNT-MOVED    PIC 9(11)V99 VALUE 0.
       01  WS-ACCR-MOVED          PIC 9(7) VALUE 0.
       01  WS-ACCR-AMOUNT-MOVED   PIC 9(11)V99 VALUE 0.
       01  WS-COLL-MOVED          PIC 9(7) VALUE 0.
       01  WS-COLL-AMOUNT-MOVED   PIC 9(11)V99 VALUE 0.

       01  WS-FILE-NAME           PIC X(14) VALUE SPACES.
       01  WS-FILE-COUNT          PIC 9(7) VALUE 0.
       01  WS-FILE-AMOUNT         PIC 9(11)V99 VALUE 0.
       01  WS-FILE-BASIS          PIC X(18) VALUE SPACES.
       01  WS-ED-LOAN-BALANCE     PIC ZZZZZZ9.99.
       01  WS-ED-FILE-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-RETENTION-PERIOD.
           PERFORM COMPUTE-CUTOFF-DATE.
           OPEN I-O LOANS.
           OPEN I-O INSTALLMENTS.
           OPEN I-O PAYMENTS.
           OPEN I-O FEES.
           OPEN I-O ACCRUALS.
           OPEN I-O COLLATERAL.
           OPEN INPUT CHARGEOFFS.
           OPEN I-O LOAN-HISTORY.
           OPEN I-O INST-HISTORY.
           OPEN I-O PAYMENT-HISTORY.
           OPEN I-O FEE-HISTORY.
           OPEN I-O ACCRUAL-HISTORY.
           OPEN I-O COLLATERAL-HISTORY.
           OPEN OUTPUT CONTROL-REPORT.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM FIND-LAST-PAYMENT-ID.

           SORT ARCHIVE-SORT-FILE
               ON ASCENDING KEY SORT-LOAN-ID
               ON ASCENDING KEY SORT-REC-TYPE
               ON ASCENDING KEY SORT-PAYMENT-ID
               INPUT PROCEDURE IS BUILD-ARCHIVE-SORT-FILE
               OUTPUT PROCEDURE IS ARCHIVE-LOANS.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CONTROL-REPORT.
           CLOSE COLLATERAL-HISTORY.
           CLOSE ACCRUAL-HISTORY.
           CLOSE FEE-HISTORY.
           CLOSE PAYMENT-HISTORY.
           CLOSE INST-HISTORY.
           CLOSE LOAN-HISTORY.
           CLOSE CHARGEOFFS.
           CLOSE COLLATERAL.
           CLOSE ACCRUALS.
           CLOSE FEES.
           CLOSE PAYMENTS.
           CLOSE INSTALLMENTS.
           CLOSE LOANS.
           DISPLAY 'Loan archival complete. ' WS-LOAN-MOVED
               ' loan(s) moved to history, ' WS-KEPT-COUNT
               ' kept back - see archive_control.txt.'
           STOP RUN.

      *    THE RETENTION PERIOD IN MONTHS IS KEPT ON A ONE-RECORD
      *    CONTROL FILE; UNTIL ONE IS SET, TWO YEARS IS USED.
       READ-RETENTION-PERIOD.
           MOVE 24 TO WS-RETENTION-MONTHS.
           OPEN INPUT RETENTION-FILE.
           READ RETENTION-FILE INTO WS-RETENTION-MONTHS
               AT END
                   MOVE 24 TO WS-RETENTION-MONTHS
           END-READ.
           CLOSE RETENTION-FILE.
           IF WS-RETENTION-MONTHS = 0
               MOVE 24 TO WS-RETENTION-MONTHS
           END-IF
           .

      *    A LOAN QUALIFIES WHEN NOTHING HAS HAPPENED ON IT SINCE
      *    BEFORE THE CUTOFF: THE SAME DAY OF THE MONTH, THE RETENTION
      *    PERIOD BACK FROM THE BUSINESS DATE.
       COMPUTE-CUTOFF-DATE.
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           COMPUTE WS-TOTAL-MONTHS =
               (WS-CAL-YEAR * 12) + WS-CAL-MONTH - 1
               - WS-RETENTION-MONTHS
           COMPUTE WS-CAL-YEAR = WS-TOTAL-MONTHS / 12
           COMPUTE WS-CAL-MONTH =
               WS-TOTAL-MONTHS - (WS-CAL-YEAR * 12) + 1
           PERFORM CLAMP-CALENDAR-DAY
           MOVE WS-CAL-DATE TO WS-CUTOFF-DATE
           .

      *    NEW PAYMENT IDS ARE TAKEN ONE PAST THE HIGHEST ON THE LIVE
      *    FILE, SO THE LOAN HOLDING THAT PAYMENT IS KEPT BACK - MOVING
      *    IT WOULD LET A NEW PAYMENT REUSE AN ID ALREADY IN HISTORY.
       FIND-LAST-PAYMENT-ID.
           MOVE 0 TO WS-LAST-PAYMENT-ID.
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
                   MOVE PAYMENT-ID TO WS-LAST-PAYMENT-ID
               END-READ
           END-IF
           .

       BUILD-ARCHIVE-SORT-FILE.
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
                   IF LOAN-INACTIVE
                       MOVE LOAN-ID TO SORT-LOAN-ID
                       MOVE 'L' TO SORT-REC-TYPE
                       MOVE 0 TO SORT-PAYMENT-ID
                       MOVE LOAN-DATE TO SORT-ACTIVITY-DATE
                       RELEASE SORT-REC
                   END-IF
               END-READ
           END-PERFORM.
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
                   PERFORM RELEASE-PAYMENT-RECORD
               END-READ
           END-PERFORM.
           .

      *    A REVERSAL IS ACTIVITY ON THE LOAN AS MUCH AS THE PAYMENT
      *    ITSELF, SO THE LATER OF THE TWO DATES COUNTS.
       RELEASE-PAYMENT-RECORD.
           MOVE PAYMENT-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOAN-INACTIVE
                       MOVE LOAN-ID TO SORT-LOAN-ID
                       MOVE 'P' TO SORT-REC-TYPE
                       MOVE PAYMENT-ID TO SORT-PAYMENT-ID
                       MOVE PAYMENT-DATE TO SORT-ACTIVITY-DATE
                       IF PAYMENT-REV-DATE IS NUMERIC
                           AND PAYMENT-REV-DATE > SORT-ACTIVITY-DATE
                           MOVE PAYMENT-REV-DATE TO SORT-ACTIVITY-DATE
                       END-IF
                       RELEASE SORT-REC
                   END-IF
           END-READ
           .

       ARCHIVE-LOANS.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT = 'Y'
               RETURN ARCHIVE-SORT-FILE INTO SORT-REC
                   AT END
                       MOVE 'Y' TO EOF-SORT
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-ARCHIVE-LOAN
                       END-IF
               NOT AT END
                   IF WS-GROUP-OPEN = 'Y'
                       AND SORT-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       PERFORM FINISH-ARCHIVE-LOAN
                   END-IF
                   IF WS-GROUP-OPEN = 'N'
                       PERFORM START-ARCHIVE-LOAN
                   END-IF
                   IF SORT-IS-PAYMENT
                       PERFORM ADD-ARCHIVE-PAYMENT
                   END-IF
               END-RETURN
           END-PERFORM
           .

       START-ARCHIVE-LOAN.
           MOVE SORT-LOAN-ID TO WS-ARCH-LOAN-ID.
           MOVE SORT-ACTIVITY-DATE TO WS-LAST-ACTIVITY.
           MOVE 0 TO WS-PAY-COUNT.
           MOVE 'N' TO WS-PAY-OVERFLOW.
           MOVE 'Y' TO WS-GROUP-OPEN.
           .

       ADD-ARCHIVE-PAYMENT.
           IF SORT-ACTIVITY-DATE > WS-LAST-ACTIVITY
               MOVE SORT-ACTIVITY-DATE TO WS-LAST-ACTIVITY
           END-IF.
           IF WS-PAY-COUNT < 999
               ADD 1 TO WS-PAY-COUNT
               MOVE SORT-PAYMENT-ID TO WS-PAY-ENTRY-ID(WS-PAY-COUNT)
           ELSE
               MOVE 'Y' TO WS-PAY-OVERFLOW
           END-IF
           .

      *    ONLY A LOAN IDLE SINCE BEFORE THE CUTOFF IS CONSIDERED.  IT
      *    MOVES ONLY WHEN NOTHING CAN STILL HAPPEN TO IT: EVERY LATE
      *    FEE PAID, EVERY COLLATERAL ITEM RELEASED AND, IF WRITTEN
      *    OFF, NOT OUT WITH A COLLECTION AGENCY.  ONE THAT IS OLD
      *    ENOUGH BUT FAILS A TEST IS LISTED WITH THE REASON.
       FINISH-ARCHIVE-LOAN.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO LOAN-FOUND.
           MOVE WS-ARCH-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LOAN-FOUND
           END-READ.
           IF LOAN-FOUND = 'Y'
               PERFORM CHECK-LOAN-DEPENDENTS
               IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                   ADD 1 TO WS-CANDIDATE-COUNT
                   PERFORM SET-KEEP-REASON
                   IF WS-KEEP-REASON = SPACES
                       PERFORM MOVE-LOAN-TO-HISTORY
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
                       PERFORM WRITE-LOAN-REPORT-LINE
                   END-IF
               END-IF
           END-IF
           .

      *    THE FEES, ACCRUALS, COLLATERAL AND CHARGE-OFF RECORD ARE
      *    READ FOR THEIR DATES AS WELL AS THEIR STATE, SO A FEE PAID
      *    OR AN ITEM RELEASED LATE IN THE LOAN'S LIFE KEEPS IT LIVE.
       CHECK-LOAN-DEPENDENTS.
           MOVE 0 TO WS-FEES-OPEN.
           MOVE 0 TO WS-COLL-HELD.
           MOVE 'N' TO WS-AGENCY-PLACED.

           MOVE 'N' TO EOF-FEE.
           MOVE WS-ARCH-LOAN-ID TO FEE-LOAN-ID
           MOVE 0 TO FEE-MONTH-NUM
           START FEES KEY IS GREATER THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y'
               READ FEES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       IF NOT FEE-PAID
                           ADD 1 TO WS-FEES-OPEN
                       END-IF
                       MOVE FEE-ASSESS-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                       MOVE FEE-PAID-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                   END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO EOF-ACCRUAL.
           MOVE WS-ARCH-LOAN-ID TO ACCR-LOAN-ID
           MOVE 0 TO ACCR-PERIOD
           START ACCRUALS KEY IS GREATER THAN ACCR-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-ACCRUAL
           END-START.
           PERFORM UNTIL EOF-ACCRUAL = 'Y'
               READ ACCRUALS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-ACCRUAL
               NOT AT END
                   IF ACCR-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       MOVE 'Y' TO EOF-ACCRUAL
                   ELSE
                       MOVE ACCR-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                   END-IF
               END-READ
           END-PERFORM.

           MOVE 'N' TO EOF-COLL.
           MOVE WS-ARCH-LOAN-ID TO COLL-LOAN-ID
           MOVE 0 TO COLL-ITEM-NUM
           START COLLATERAL KEY IS GREATER THAN COLL-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-COLL
           END-START.
           PERFORM UNTIL EOF-COLL = 'Y'
               READ COLLATERAL NEXT RECORD
                   AT END MOVE 'Y' TO EOF-COLL
               NOT AT END
                   IF COLL-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       MOVE 'Y' TO EOF-COLL
                   ELSE
                       IF NOT COLL-RELEASED
                           ADD 1 TO WS-COLL-HELD
                       END-IF
                       MOVE COLL-RELEASE-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                   END-IF
               END-READ
           END-PERFORM.

           IF LOAN-WRITTEN-OFF
               MOVE WS-ARCH-LOAN-ID TO CHGO-LOAN-ID
               READ CHARGEOFFS RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHGO-PLACED
                           MOVE 'Y' TO WS-AGENCY-PLACED
                       END-IF
                       MOVE CHGO-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                       MOVE CHGO-LAST-RECOVERY TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                       MOVE CHGO-PLACED-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
               END-READ
           END-IF
           .

       NOTE-ACTIVITY-DATE.
           IF WS-ACTIVITY-DATE IS NUMERIC
               AND WS-ACTIVITY-DATE > WS-LAST-ACTIVITY
               MOVE WS-ACTIVITY-DATE TO WS-LAST-ACTIVITY
           END-IF
           .

       SET-KEEP-REASON.
           MOVE SPACES TO WS-KEEP-REASON.
           IF WS-FEES-OPEN > 0
               MOVE 'KEPT - LATE FEES NOT PAID' TO WS-KEEP-REASON
           ELSE IF WS-COLL-HELD > 0
               MOVE 'KEPT - COLLATERAL HELD' TO WS-KEEP-REASON
           ELSE IF WS-AGENCY-PLACED = 'Y'
               MOVE 'KEPT - PLACED WITH AGENCY' TO WS-KEEP-REASON
           ELSE IF WS-PAY-OVERFLOW = 'Y'
               MOVE 'KEPT - OVER 999 PAYMENTS' TO WS-KEEP-REASON
           ELSE
               PERFORM CHECK-LAST-PAYMENT-ID
               IF WS-KEEP-REASON = SPACES
                   PERFORM CHECK-PAYMENT-ID-CLASH
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

       CHECK-LAST-PAYMENT-ID.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PAY-COUNT
               IF WS-PAY-ENTRY-ID(WS-IX) = WS-LAST-PAYMENT-ID
                   MOVE 'KEPT - HOLDS LAST PAYMENT ID'
                       TO WS-KEEP-REASON
               END-IF
           END-PERFORM
           .

      *    PAYMENT IDS KEYED ON-LINE CAN REPEAT ONE ALREADY ARCHIVED
      *    UNDER AN EARLIER LOAN.  THAT LOAN STAYS LIVE RATHER THAN
      *    OVERWRITE THE ARCHIVED PAYMENT; THE SAME ID UNDER THE SAME
      *    LOAN IS A RERUN AND IS FINE.
       CHECK-PAYMENT-ID-CLASH.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PAY-COUNT
               MOVE WS-PAY-ENTRY-ID(WS-IX) TO HPAYMENT-ID
               READ PAYMENT-HISTORY RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HPAYMENT-LOAN-ID NOT = WS-ARCH-LOAN-ID
                           MOVE 'KEPT - PAYMENT ID IN HISTORY'
                               TO WS-KEEP-REASON
                       END-IF
               END-READ
           END-PERFORM
           .

      *    EACH RECORD IS WRITTEN TO HISTORY BEFORE IT IS DELETED FROM
      *    THE LIVE FILE, AND THE LOAN ITSELF GOES LAST.  A RUN THAT
      *    STOPS PART WAY LEAVES THE LOAN LIVE, SO THE NEXT RUN PICKS
      *    IT UP AGAIN; A RECORD IT FINDS ALREADY IN HISTORY FROM THE
      *    FAILED RUN IS SIMPLY REPLACED.  THE SAME HOLDS WHEN ANY ONE
      *    DEPENDENT RECORD CANNOT BE MOVED: THE LOAN STAYS LIVE AND IS
      *    LISTED AS KEPT, SO NOTHING IS LEFT ON THE LIVE FILES WITHOUT
      *    ITS LOAN.
       MOVE-LOAN-TO-HISTORY.
           MOVE 0 TO WS-LOAN-INST-COUNT.
           MOVE 0 TO WS-LOAN-PAY-COUNT.
           MOVE 'N' TO WS-MOVE-FAILED.
           PERFORM MOVE-LOAN-INSTALLMENTS.
           PERFORM MOVE-LOAN-PAYMENTS.
           PERFORM MOVE-LOAN-FEES.
           PERFORM MOVE-LOAN-ACCRUALS.
           PERFORM MOVE-LOAN-COLLATERAL.

           MOVE WS-ARCH-LOAN-ID TO LOAN-ID
           READ LOANS RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-MOVE-FAILED = 'Y'
               ADD 1 TO WS-KEPT-COUNT
               MOVE 'KEPT - MOVE FAILED' TO WS-KEEP-REASON
               PERFORM WRITE-LOAN-REPORT-LINE
           ELSE
               PERFORM MOVE-LOAN-RECORD
           END-IF
           .

       MOVE-LOAN-RECORD.
           MOVE LOAN-REC TO HLOAN-REC.
           MOVE 'Y' TO WS-WRITE-OK.
           WRITE HLOAN-REC INVALID KEY
               REWRITE HLOAN-REC INVALID KEY
                   DISPLAY 'Error: Unable to write loan history - '
                       'Loan ID ' LOAN-ID
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-WRITE.
           IF WS-WRITE-OK = 'Y'
               DELETE LOANS RECORD INVALID KEY
                   DISPLAY 'Error: Unable to remove loan - Loan ID '
                       LOAN-ID
                   MOVE 'N' TO WS-WRITE-OK
               END-DELETE
           END-IF.
           IF WS-WRITE-OK = 'Y'
               ADD 1 TO WS-LOAN-MOVED
               ADD LOAN-BALANCE TO WS-LOAN-AMOUNT-MOVED
               MOVE 'ARCHIVED' TO WS-KEEP-REASON
               PERFORM WRITE-LOAN-REPORT-LINE
               PERFORM WRITE-ARCHIVE-AUDIT
           END-IF
           .

       MOVE-LOAN-INSTALLMENTS.
           MOVE 'N' TO EOF-INST.
           MOVE WS-ARCH-LOAN-ID TO INST-LOAN-ID
           MOVE 0 TO INST-MONTH-NUM
           START INSTALLMENTS KEY IS GREATER THAN INST-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-INST
           END-START.
           PERFORM UNTIL EOF-INST = 'Y'
               READ INSTALLMENTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-INST
               NOT AT END
                   IF INST-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       MOVE 'Y' TO EOF-INST
                   ELSE
                       PERFORM MOVE-ONE-INSTALLMENT
                   END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-INSTALLMENT.
           MOVE INST-REC TO HINST-REC
           MOVE 'Y' TO WS-WRITE-OK
           WRITE HINST-REC INVALID KEY
               REWRITE HINST-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-WRITE
           IF WS-WRITE-OK = 'Y'
               DELETE INSTALLMENTS RECORD INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-DELETE
           END-IF
           IF WS-WRITE-OK = 'Y'
               ADD 1 TO WS-INST-MOVED
               ADD 1 TO WS-LOAN-INST-COUNT
               ADD INST-AMOUNT-DUE TO WS-INST-AMOUNT-MOVED
           ELSE
               MOVE 'Y' TO WS-MOVE-FAILED
               DISPLAY 'Error: Unable to move installment - Loan ID '
                   INST-LOAN-ID ' month ' INST-MONTH-NUM
           END-IF
           .

       MOVE-LOAN-PAYMENTS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PAY-COUNT
               MOVE WS-PAY-ENTRY-ID(WS-IX) TO PAYMENT-ID
               READ PAYMENTS RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-ONE-PAYMENT
               END-READ
           END-PERFORM
           .

       MOVE-ONE-PAYMENT.
           MOVE PAYMENT-REC TO HPAYMENT-REC
           MOVE 'Y' TO WS-WRITE-OK
           WRITE HPAYMENT-REC INVALID KEY
               REWRITE HPAYMENT-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-WRITE
           IF WS-WRITE-OK = 'Y'
               DELETE PAYMENTS RECORD INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-DELETE
           END-IF
           IF WS-WRITE-OK = 'Y'
               ADD 1 TO WS-PAY-MOVED
               ADD 1 TO WS-LOAN-PAY-COUNT
               ADD PAYMENT-AMOUNT TO WS-PAY-AMOUNT-MOVED
           ELSE
               MOVE 'Y' TO WS-MOVE-FAILED
               DISPLAY 'Error: Unable to move payment - Payment ID '
                   PAYMENT-ID
           END-IF
           .

       MOVE-LOAN-FEES.
           MOVE 'N' TO EOF-FEE.
           MOVE WS-ARCH-LOAN-ID TO FEE-LOAN-ID
           MOVE 0 TO FEE-MONTH-NUM
           START FEES KEY IS GREATER THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y'
               READ FEES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       PERFORM MOVE-ONE-FEE
                   END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-FEE.
           MOVE FEE-REC TO HFEE-REC
           MOVE 'Y' TO WS-WRITE-OK
           WRITE HFEE-REC INVALID KEY
               REWRITE HFEE-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-WRITE
           IF WS-WRITE-OK = 'Y'
               DELETE FEES RECORD INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-DELETE
           END-IF
           IF WS-WRITE-OK = 'Y'
               ADD 1 TO WS-FEE-MOVED
               ADD FEE-AMOUNT TO WS-FEE-AMOUNT-MOVED
           ELSE
               MOVE 'Y' TO WS-MOVE-FAILED
               DISPLAY 'Error: Unable to move fee - Loan ID '
                   FEE-LOAN-ID ' month ' FEE-MONTH-NUM
           END-IF
           .

       MOVE-LOAN-ACCRUALS.
           MOVE 'N' TO EOF-ACCRUAL.
           MOVE WS-ARCH-LOAN-ID TO ACCR-LOAN-ID
           MOVE 0 TO ACCR-PERIOD
           START ACCRUALS KEY IS GREATER THAN ACCR-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-ACCRUAL
           END-START.
           PERFORM UNTIL EOF-ACCRUAL = 'Y'
               READ ACCRUALS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-ACCRUAL
               NOT AT END
                   IF ACCR-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       MOVE 'Y' TO EOF-ACCRUAL
                   ELSE
                       PERFORM MOVE-ONE-ACCRUAL
                   END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-ACCRUAL.
           MOVE ACCR-REC TO HACCR-REC
           MOVE 'Y' TO WS-WRITE-OK
           WRITE HACCR-REC INVALID KEY
               REWRITE HACCR-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-WRITE
           IF WS-WRITE-OK = 'Y'
               DELETE ACCRUALS RECORD INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-DELETE
           END-IF
           IF WS-WRITE-OK = 'Y'
               ADD 1 TO WS-ACCR-MOVED
               ADD ACCR-INTEREST TO WS-ACCR-AMOUNT-MOVED
           ELSE
               MOVE 'Y' TO WS-MOVE-FAILED
               DISPLAY 'Error: Unable to move accrual - Loan ID '
                   ACCR-LOAN-ID ' period ' ACCR-PERIOD
           END-IF
           .

       MOVE-LOAN-COLLATERAL.
           MOVE 'N' TO EOF-COLL.
           MOVE WS-ARCH-LOAN-ID TO COLL-LOAN-ID
           MOVE 0 TO COLL-ITEM-NUM
           START COLLATERAL KEY IS GREATER THAN COLL-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-COLL
           END-START.
           PERFORM UNTIL EOF-COLL = 'Y'
               READ COLLATERAL NEXT RECORD
                   AT END MOVE 'Y' TO EOF-COLL
               NOT AT END
                   IF COLL-LOAN-ID NOT = WS-ARCH-LOAN-ID
                       MOVE 'Y' TO EOF-COLL
                   ELSE
                       PERFORM MOVE-ONE-COLLATERAL
                   END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-COLLATERAL.
           MOVE COLL-REC TO HCOLL-REC
           MOVE 'Y' TO WS-WRITE-OK
           WRITE HCOLL-REC INVALID KEY
               REWRITE HCOLL-REC INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-REWRITE
           END-WRITE
           IF WS-WRITE-OK = 'Y'
               DELETE COLLATERAL RECORD INVALID KEY
                   MOVE 'N' TO WS-WRITE-OK
               END-DELETE
           END-IF
           IF WS-WRITE-OK = 'Y'
               ADD 1 TO WS-COLL-MOVED
               ADD COLL-APPR-VALUE TO WS-COLL-AMOUNT-MOVED
           ELSE
               MOVE 'Y' TO WS-MOVE-FAILED
               DISPLAY 'Error: Unable to move collateral - Loan ID '
                   COLL-LOAN-ID ' item ' COLL-ITEM-NUM
           END-IF
           .

       WRITE-ARCHIVE-AUDIT.
           MOVE 'LOAN' TO AUDIT-RECORD-TYPE
           MOVE 'ARCHIV' TO AUDIT-ACTION
           MOVE LOAN-ID TO AUDIT-KEY
           MOVE SPACES TO AUDIT-BEFORE-VALUE
           MOVE SPACES TO AUDIT-AFTER-VALUE
           MOVE LOAN-BALANCE TO WS-ED-LOAN-BALANCE
           STRING WS-ED-LOAN-BALANCE DELIMITED BY SIZE
               ' STATUS ' LOAN-STATUS DELIMITED BY SIZE
               INTO AUDIT-BEFORE-VALUE
           STRING 'MOVED TO HISTORY - ' WS-LOAN-INST-COUNT
               ' INST ' WS-LOAN-PAY-COUNT ' PAY'
               DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
           PERFORM WRITE-AUDIT-RECORD
           .

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'LOAN ARCHIVAL CONTROL REPORT - RUN DATE: '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RETENTION ' WS-RETENTION-MONTHS
               ' MONTH(S) - LOANS IDLE SINCE BEFORE ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LOAN   CLIENT  STATUS  LAST ACTIVITY     BALANCE  '
               'RESULT'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-LOAN-REPORT-LINE.
           MOVE LOAN-BALANCE TO WS-ED-LOAN-BALANCE
           MOVE SPACES TO REPORT-LINE
           STRING LOAN-ID '  ' LOAN-CLIENT-ID '    ' LOAN-STATUS
               '     ' WS-LAST-ACTIVITY '     ' WS-ED-LOAN-BALANCE
               '  ' WS-KEEP-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    THE MOVED TOTALS PROVE THE RUN: EACH LIVE FILE SHRANK BY
      *    EXACTLY WHAT ITS HISTORY FILE GREW BY.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FILE            RECORDS  AMOUNT MOVED               '
               'BASIS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOANS' TO WS-FILE-NAME
           MOVE WS-LOAN-MOVED TO WS-FILE-COUNT
           MOVE WS-LOAN-AMOUNT-MOVED TO WS-FILE-AMOUNT
           MOVE 'BALANCE' TO WS-FILE-BASIS
           PERFORM WRITE-FILE-TOTAL-LINE
           MOVE 'INSTALLMENTS' TO WS-FILE-NAME
           MOVE WS-INST-MOVED TO WS-FILE-COUNT
           MOVE WS-INST-AMOUNT-MOVED TO WS-FILE-AMOUNT
           MOVE 'AMOUNT DUE' TO WS-FILE-BASIS
           PERFORM WRITE-FILE-TOTAL-LINE
           MOVE 'PAYMENTS' TO WS-FILE-NAME
           MOVE WS-PAY-MOVED TO WS-FILE-COUNT
           MOVE WS-PAY-AMOUNT-MOVED TO WS-FILE-AMOUNT
           MOVE 'PAYMENT AMOUNT' TO WS-FILE-BASIS
           PERFORM WRITE-FILE-TOTAL-LINE
           MOVE 'FEES' TO WS-FILE-NAME
           MOVE WS-FEE-MOVED TO WS-FILE-COUNT
           MOVE WS-FEE-AMOUNT-MOVED TO WS-FILE-AMOUNT
           MOVE 'FEE ASSESSED' TO WS-FILE-BASIS
           PERFORM WRITE-FILE-TOTAL-LINE
           MOVE 'ACCRUALS' TO WS-FILE-NAME
           MOVE WS-ACCR-MOVED TO WS-FILE-COUNT
           MOVE WS-ACCR-AMOUNT-MOVED TO WS-FILE-AMOUNT
           MOVE 'INTEREST ACCRUED' TO WS-FILE-BASIS
           PERFORM WRITE-FILE-TOTAL-LINE
           MOVE 'COLLATERAL' TO WS-FILE-NAME
           MOVE WS-COLL-MOVED TO WS-FILE-COUNT
           MOVE WS-COLL-AMOUNT-MOVED TO WS-FILE-AMOUNT
           MOVE 'APPRAISED VALUE' TO WS-FILE-BASIS
           PERFORM WRITE-FILE-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS PAST RETENTION: ' WS-CANDIDATE-COUNT
               '   ARCHIVED: ' WS-LOAN-MOVED
               '   KEPT: ' WS-KEPT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-FILE-TOTAL-LINE.
           MOVE WS-FILE-AMOUNT TO WS-ED-FILE-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-FILE-NAME '  ' WS-FILE-COUNT '  '
               WS-ED-FILE-AMOUNT '  ' WS-FILE-BASIS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       CLAMP-CALENDAR-DAY.
           MOVE 'Y' TO WS-CAL-VALID.
           IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
               OR WS-CAL-YEAR = 0
               MOVE 'N' TO WS-CAL-VALID
           ELSE
               PERFORM SET-MONTH-END-DAY
               IF WS-CAL-DAY > WS-MONTH-END-DAY
                   MOVE WS-MONTH-END-DAY TO WS-CAL-DAY
               END-IF
               IF WS-CAL-DAY = 0
                   MOVE 1 TO WS-CAL-DAY
               END-IF
           END-IF
           .

       SET-MONTH-END-DAY.
           EVALUATE WS-CAL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 2
                   PERFORM SET-FEBRUARY-END-DAY
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE
           .

       SET-FEBRUARY-END-DAY.
           MOVE 28 TO WS-MONTH-END-DAY.
           DIVIDE WS-CAL-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-MONTH-END-DAY
               DIVIDE WS-CAL-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 28 TO WS-MONTH-END-DAY
                   DIVIDE WS-CAL-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
               END-IF
           END-IF
           .

       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'ARCHIVE' TO AUDIT-OPERATOR.
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
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               DISPLAY 'Warning: business date not set - using '
                   'system date ' WS-RUN-DATE '.'
           END-IF
           .
