       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromiseReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTACTS
               ASSIGN TO 'contacts.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNTC-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL PAYMENTS
               ASSIGN TO 'payments.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PAYMENT-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CLIENTS
               ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLIENT-ID
               ALTERNATE RECORD KEY IS CLIENT-NAME WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT PROMISE-SORT-FILE
               ASSIGN TO 'promise.tmp'.

           SELECT ACTIVITY-SORT-FILE
               ASSIGN TO 'activity.tmp'.

           SELECT BROKEN-REPORT
               ASSIGN TO 'broken_promises.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCTIVITY-REPORT
               ASSIGN TO 'collector_productivity.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACTS.
       01  CNTC-REC.
           COPY CNTCREC.

       FD  PAYMENTS.
       01  PAYMENT-REC.
           COPY PAYREC.

       FD  CLIENTS.
       01  CLIENT-REC.
           COPY CLIENTREC.

      *    SORT-REC-TYPE: A = PROMISE, B = PAYMENT, SO EACH LOAN'S
      *    PROMISE ARRIVES AHEAD OF THE PAYMENTS THAT MAY KEEP IT.
       SD  PROMISE-SORT-FILE.
       01  SORT-REC.
           05  SORT-LOAN-ID       PIC 9(5).
           05  SORT-REC-TYPE      PIC X(01).
           05  SORT-CNTC-SEQ      PIC 9(4).
           05  SORT-DATE          PIC 9(8).
           05  SORT-PROMISE-DATE  PIC 9(8).
           05  SORT-AMOUNT        PIC 9(7)V99.

      *    ACT-SORT-EVENT: C = CONTACT LOGGED, K = PROMISE KEPT,
      *    B = PROMISE BROKEN.
       SD  ACTIVITY-SORT-FILE.
       01  ACT-SORT-REC.
           05  ACT-SORT-COLLECTOR PIC X(08).
           05  ACT-SORT-EVENT     PIC X(01).
           05  ACT-SORT-OUTCOME   PIC X(01).
           05  ACT-SORT-AMOUNT    PIC 9(7)V99.

       FD  BROKEN-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  PRODUCTIVITY-REPORT.
       01  PROD-LINE              PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-CNTC               PIC X VALUE 'N'.
       01  EOF-PAYMENT            PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       01  WS-GROUP-OPEN          PIC X VALUE 'N'.
       01  WS-PREV-LOAN-ID        PIC 9(5) VALUE 0.
       01  WS-PREV-COLLECTOR      PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-EARLIEST-TAKEN      PIC 9(8) VALUE 0.

      *    THE PROMISE BEING CHECKED FOR THE CURRENT LOAN.
       01  WS-HAVE-PROMISE        PIC X VALUE 'N'.
       01  WS-PROMISE-SEQ         PIC 9(4) VALUE 0.
       01  WS-PROMISE-TAKEN       PIC 9(8) VALUE 0.
       01  WS-PROMISE-DATE        PIC 9(8) VALUE 0.
       01  WS-PROMISE-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-PROMISE-PAID        PIC 9(7)V99 VALUE 0.
       01  WS-SHORTFALL           PIC 9(7)V99 VALUE 0.

       01  WS-REVIEWED-COUNT      PIC 9(5) VALUE 0.
       01  WS-KEPT-COUNT          PIC 9(5) VALUE 0.
       01  WS-BROKEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-STILL-OPEN-COUNT    PIC 9(5) VALUE 0.
       01  WS-SUPERSEDED-COUNT    PIC 9(5) VALUE 0.
       01  WS-KEPT-TOTAL          PIC 9(9)V99 VALUE 0.
       01  WS-BROKEN-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-COLLECTOR-COUNT     PIC 9(5) VALUE 0.

       01  WS-CO-CONTACTS         PIC 9(5) VALUE 0.
       01  WS-CO-REACHED          PIC 9(5) VALUE 0.
       01  WS-CO-PROMISES         PIC 9(5) VALUE 0.
       01  WS-CO-PROMISED-TOTAL   PIC 9(9)V99 VALUE 0.
       01  WS-CO-KEPT             PIC 9(5) VALUE 0.
       01  WS-CO-KEPT-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-CO-BROKEN           PIC 9(5) VALUE 0.

       01  WS-ED-AMOUNT           PIC ZZZZZZ9.99.
       01  WS-ED-PAID             PIC ZZZZZZ9.99.
       01  WS-ED-SHORT            PIC ZZZZZZ9.99.
       01  WS-ED-TOTAL            PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           SORT PROMISE-SORT-FILE
               ON ASCENDING KEY SORT-LOAN-ID
               ON ASCENDING KEY SORT-REC-TYPE
               ON ASCENDING KEY SORT-CNTC-SEQ
               INPUT PROCEDURE IS BUILD-PROMISE-SORT-FILE
               OUTPUT PROCEDURE IS REVIEW-PROMISES.
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY ACT-SORT-COLLECTOR
               ON ASCENDING KEY ACT-SORT-EVENT
               INPUT PROCEDURE IS BUILD-ACTIVITY-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-PRODUCTIVITY-REPORT.
           DISPLAY 'Promise review complete for ' WS-RUN-DATE '. '
               WS-REVIEWED-COUNT ' promise(s) reviewed, '
               WS-KEPT-COUNT ' kept, ' WS-BROKEN-COUNT ' broken.'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

      *    OPEN PROMISES ARE REVIEWED, AND SO ARE THOSE RESOLVED ON
      *    THIS BUSINESS DATE, SO A RERUN OF THE DAY REPRODUCES THE
      *    SAME REPORTS.  ONLY PAYMENTS ON OR AFTER THE EARLIEST
      *    PROMISE UNDER REVIEW CAN COUNT, SO OLDER ONES ARE LEFT OUT
      *    OF THE SORT.
       BUILD-PROMISE-SORT-FILE.
           MOVE 0 TO WS-EARLIEST-TAKEN.
           MOVE 'N' TO EOF-CNTC.
           OPEN INPUT CONTACTS.
           PERFORM UNTIL EOF-CNTC = 'Y'
               READ CONTACTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CNTC
               NOT AT END
                   IF CNTC-PROMISE-OPEN
                       OR ((CNTC-PROMISE-KEPT OR CNTC-PROMISE-BROKEN)
                           AND CNTC-RESOLVED-DATE = WS-RUN-DATE)
                       PERFORM RELEASE-PROMISE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.

           IF WS-EARLIEST-TAKEN > 0
               MOVE 'N' TO EOF-PAYMENT
               OPEN INPUT PAYMENTS
               PERFORM UNTIL EOF-PAYMENT = 'Y'
                   READ PAYMENTS NEXT RECORD
                       AT END MOVE 'Y' TO EOF-PAYMENT
                   NOT AT END
                       IF NOT PAYMENT-REVERSED
                           AND PAYMENT-DATE NOT < WS-EARLIEST-TAKEN
                           AND PAYMENT-DATE NOT > WS-RUN-DATE
                           PERFORM RELEASE-PAYMENT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS
           END-IF
           .

       RELEASE-PROMISE.
           MOVE CNTC-LOAN-ID TO SORT-LOAN-ID
           MOVE 'A' TO SORT-REC-TYPE
           MOVE CNTC-SEQ TO SORT-CNTC-SEQ
           MOVE CNTC-DATE TO SORT-DATE
           MOVE CNTC-PROMISE-DATE TO SORT-PROMISE-DATE
           MOVE CNTC-PROMISE-AMOUNT TO SORT-AMOUNT
           RELEASE SORT-REC
           IF WS-EARLIEST-TAKEN = 0 OR CNTC-DATE < WS-EARLIEST-TAKEN
               MOVE CNTC-DATE TO WS-EARLIEST-TAKEN
           END-IF
           .

       RELEASE-PAYMENT.
           MOVE PAYMENT-LOAN-ID TO SORT-LOAN-ID
           MOVE 'B' TO SORT-REC-TYPE
           MOVE 0 TO SORT-CNTC-SEQ
           MOVE PAYMENT-DATE TO SORT-DATE
           MOVE 0 TO SORT-PROMISE-DATE
           MOVE PAYMENT-AMOUNT TO SORT-AMOUNT
           RELEASE SORT-REC
           .

       REVIEW-PROMISES.
           OPEN I-O CONTACTS.
           OPEN INPUT CLIENTS.
           OPEN OUTPUT BROKEN-REPORT.
           PERFORM WRITE-BROKEN-HEADER.
           MOVE 0 TO WS-PREV-LOAN-ID.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT = 'Y'
               RETURN PROMISE-SORT-FILE INTO SORT-REC
                   AT END
                       MOVE 'Y' TO EOF-SORT
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-LOAN-PROMISE
                       END-IF
               NOT AT END
                   IF WS-GROUP-OPEN = 'N'
                       OR SORT-LOAN-ID NOT = WS-PREV-LOAN-ID
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-LOAN-PROMISE
                       END-IF
                       PERFORM START-LOAN-PROMISE
                   END-IF
                   PERFORM APPLY-PROMISE-SORT-REC
               END-RETURN
           END-PERFORM.
           PERFORM WRITE-BROKEN-TOTALS.
           CLOSE BROKEN-REPORT.
           CLOSE CLIENTS.
           CLOSE CONTACTS.
           .

       START-LOAN-PROMISE.
           MOVE SORT-LOAN-ID TO WS-PREV-LOAN-ID.
           MOVE 'Y' TO WS-GROUP-OPEN.
           MOVE 'N' TO WS-HAVE-PROMISE.
           MOVE 0 TO WS-PROMISE-PAID.
           .

      *    A LOAN SHOULD CARRY ONE OPEN PROMISE; IF AN EARLIER ONE WAS
      *    LEFT OPEN WHEN A NEW ONE WAS TAKEN, THE LATER PROMISE
      *    STANDS AND THE EARLIER ONE IS MARKED SUPERSEDED HERE.  AN
      *    EARLIER PROMISE ALREADY RESOLVED TODAY KEEPS ITS RESULT.
       APPLY-PROMISE-SORT-REC.
           IF SORT-REC-TYPE = 'A'
               IF WS-HAVE-PROMISE = 'Y'
                   PERFORM SUPERSEDE-EARLIER-PROMISE
               END-IF
               MOVE 'Y' TO WS-HAVE-PROMISE
               MOVE SORT-CNTC-SEQ TO WS-PROMISE-SEQ
               MOVE SORT-DATE TO WS-PROMISE-TAKEN
               MOVE SORT-PROMISE-DATE TO WS-PROMISE-DATE
               MOVE SORT-AMOUNT TO WS-PROMISE-AMOUNT
               MOVE 0 TO WS-PROMISE-PAID
           ELSE
               IF WS-HAVE-PROMISE = 'Y'
                   AND SORT-DATE NOT < WS-PROMISE-TAKEN
                   AND SORT-DATE NOT > WS-PROMISE-DATE
                   ADD SORT-AMOUNT TO WS-PROMISE-PAID
               END-IF
           END-IF
           .

       SUPERSEDE-EARLIER-PROMISE.
           MOVE WS-PREV-LOAN-ID TO CNTC-LOAN-ID
           MOVE WS-PROMISE-SEQ TO CNTC-SEQ
           READ CONTACTS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CNTC-PROMISE-OPEN
                       PERFORM REWRITE-SUPERSEDED-PROMISE
                   END-IF
           END-READ
           .

       REWRITE-SUPERSEDED-PROMISE.
           MOVE 'S' TO CNTC-PROMISE-STATUS
           MOVE WS-RUN-DATE TO CNTC-RESOLVED-DATE
           REWRITE CNTC-REC
               INVALID KEY
                   DISPLAY 'Error: Unable to update promise - '
                       'Loan ID ' CNTC-LOAN-ID
               NOT INVALID KEY
                   ADD 1 TO WS-SUPERSEDED-COUNT
           END-REWRITE
           .

      *    A PROMISE IS KEPT ONCE THE PAYMENTS POSTED BETWEEN THE DAY
      *    IT WAS TAKEN AND THE PROMISED DATE REACH THE PROMISED
      *    AMOUNT.  IT IS BROKEN WHEN THE PROMISED DATE HAS PASSED
      *    SHORT OF THAT, AND OTHERWISE STAYS OPEN WITH THE AMOUNT
      *    RECEIVED SO FAR.  THE SORT RECORD ALREADY HOLDS THE NEXT
      *    LOAN HERE, SO THE PROMISE IS WORKED FROM THE SAVED FIELDS.
       FINISH-LOAN-PROMISE.
           IF WS-HAVE-PROMISE = 'Y'
               ADD 1 TO WS-REVIEWED-COUNT
               MOVE WS-PREV-LOAN-ID TO CNTC-LOAN-ID
               MOVE WS-PROMISE-SEQ TO CNTC-SEQ
               READ CONTACTS RECORD
                   INVALID KEY
                       DISPLAY 'Error: Promise not found - Loan ID '
                           WS-PREV-LOAN-ID
                   NOT INVALID KEY
                       PERFORM RESOLVE-PROMISE
               END-READ
           END-IF.
           MOVE 'N' TO WS-GROUP-OPEN.
           .

       RESOLVE-PROMISE.
           MOVE WS-PROMISE-PAID TO CNTC-PROMISE-PAID
           IF WS-PROMISE-PAID NOT < WS-PROMISE-AMOUNT
               MOVE 'K' TO CNTC-PROMISE-STATUS
               MOVE WS-RUN-DATE TO CNTC-RESOLVED-DATE
               ADD 1 TO WS-KEPT-COUNT
               ADD WS-PROMISE-AMOUNT TO WS-KEPT-TOTAL
           ELSE IF WS-RUN-DATE > WS-PROMISE-DATE
               MOVE 'B' TO CNTC-PROMISE-STATUS
               MOVE WS-RUN-DATE TO CNTC-RESOLVED-DATE
               ADD 1 TO WS-BROKEN-COUNT
               ADD WS-PROMISE-AMOUNT TO WS-BROKEN-TOTAL
               PERFORM WRITE-BROKEN-LINE
           ELSE
               MOVE 'O' TO CNTC-PROMISE-STATUS
               MOVE 0 TO CNTC-RESOLVED-DATE
               ADD 1 TO WS-STILL-OPEN-COUNT
           END-IF
           END-IF
           REWRITE CNTC-REC
               INVALID KEY
                   DISPLAY 'Error: Unable to update promise - '
                       'Loan ID ' CNTC-LOAN-ID
           END-REWRITE
           .

       WRITE-BROKEN-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BROKEN PROMISE REPORT - RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOAN   CLIENT  TAKEN     BY        DUE        PROMISED'
               & '       PAID  SHORTFALL' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           .

       WRITE-BROKEN-LINE.
           COMPUTE WS-SHORTFALL = WS-PROMISE-AMOUNT - WS-PROMISE-PAID
           MOVE WS-PROMISE-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-PROMISE-PAID TO WS-ED-PAID
           MOVE WS-SHORTFALL TO WS-ED-SHORT
           MOVE SPACES TO REPORT-LINE
           STRING CNTC-LOAN-ID '  ' CNTC-CLIENT-ID '  '
               CNTC-DATE '  ' CNTC-COLLECTOR '  '
               CNTC-PROMISE-DATE ' ' WS-ED-AMOUNT ' '
               WS-ED-PAID ' ' WS-ED-SHORT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CNTC-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   MOVE '(CLIENT NOT ON FILE)' TO CLIENT-NAME
                   MOVE SPACES TO CLIENT-PHONE
           END-READ
           MOVE SPACES TO REPORT-LINE
           STRING '       ' CLIENT-NAME '  ' CLIENT-PHONE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-BROKEN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PROMISES REVIEWED:   ' WS-REVIEWED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-KEPT-TOTAL TO WS-ED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'KEPT:                ' WS-KEPT-COUNT
               '  ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BROKEN-TOTAL TO WS-ED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BROKEN:              ' WS-BROKEN-COUNT
               '  ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STILL OPEN:          ' WS-STILL-OPEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SUPERSEDED:          ' WS-SUPERSEDED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           .

      *    PRODUCTIVITY IS THE DAY'S WORK: CONTACTS LOGGED ON THE
      *    BUSINESS DATE, AND PROMISES RESOLVED ON IT, CREDITED TO THE
      *    COLLECTOR WHO TOOK THEM.
       BUILD-ACTIVITY-SORT-FILE.
           MOVE 'N' TO EOF-CNTC.
           OPEN INPUT CONTACTS.
           PERFORM UNTIL EOF-CNTC = 'Y'
               READ CONTACTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CNTC
               NOT AT END
                   IF CNTC-DATE = WS-RUN-DATE
                       MOVE CNTC-COLLECTOR TO ACT-SORT-COLLECTOR
                       MOVE 'C' TO ACT-SORT-EVENT
                       MOVE CNTC-OUTCOME TO ACT-SORT-OUTCOME
                       MOVE CNTC-PROMISE-AMOUNT TO ACT-SORT-AMOUNT
                       RELEASE ACT-SORT-REC
                   END-IF
                   IF CNTC-RESOLVED-DATE = WS-RUN-DATE
                       AND (CNTC-PROMISE-KEPT OR CNTC-PROMISE-BROKEN)
                       MOVE CNTC-COLLECTOR TO ACT-SORT-COLLECTOR
                       MOVE CNTC-PROMISE-STATUS TO ACT-SORT-EVENT
                       MOVE CNTC-OUTCOME TO ACT-SORT-OUTCOME
                       MOVE CNTC-PROMISE-AMOUNT TO ACT-SORT-AMOUNT
                       RELEASE ACT-SORT-REC
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTS.
           .

       PRINT-PRODUCTIVITY-REPORT.
           OPEN OUTPUT PRODUCTIVITY-REPORT.
           MOVE SPACES TO PROD-LINE.
           STRING 'COLLECTOR PRODUCTIVITY - RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PROD-LINE.
           WRITE PROD-LINE.
           MOVE SPACES TO PROD-LINE.
           WRITE PROD-LINE.
           MOVE 'COLLECTOR CONTACTS REACHED PROMISES   PROMISED  KEPT'
               & '   KEPT AMT  BROKEN' TO PROD-LINE.
           WRITE PROD-LINE.
           MOVE ALL '-' TO PROD-LINE.
           WRITE PROD-LINE.

           MOVE SPACES TO WS-PREV-COLLECTOR.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT = 'Y'
               RETURN ACTIVITY-SORT-FILE INTO ACT-SORT-REC
                   AT END
                       MOVE 'Y' TO EOF-SORT
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-COLLECTOR-GROUP
                       END-IF
               NOT AT END
                   IF WS-GROUP-OPEN = 'N'
                       OR ACT-SORT-COLLECTOR NOT = WS-PREV-COLLECTOR
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-COLLECTOR-GROUP
                       END-IF
                       PERFORM START-COLLECTOR-GROUP
                   END-IF
                   PERFORM TALLY-COLLECTOR-EVENT
               END-RETURN
           END-PERFORM.

           MOVE SPACES TO PROD-LINE.
           WRITE PROD-LINE.
           MOVE SPACES TO PROD-LINE.
           STRING 'COLLECTORS ACTIVE: ' WS-COLLECTOR-COUNT
               DELIMITED BY SIZE INTO PROD-LINE.
           WRITE PROD-LINE.
           CLOSE PRODUCTIVITY-REPORT.
           .

       START-COLLECTOR-GROUP.
           MOVE ACT-SORT-COLLECTOR TO WS-PREV-COLLECTOR.
           MOVE 'Y' TO WS-GROUP-OPEN.
           MOVE 0 TO WS-CO-CONTACTS.
           MOVE 0 TO WS-CO-REACHED.
           MOVE 0 TO WS-CO-PROMISES.
           MOVE 0 TO WS-CO-PROMISED-TOTAL.
           MOVE 0 TO WS-CO-KEPT.
           MOVE 0 TO WS-CO-KEPT-TOTAL.
           MOVE 0 TO WS-CO-BROKEN.
           .

      *    NO ANSWER, A MESSAGE LEFT OR A WRONG NUMBER IS AN ATTEMPT;
      *    EVERY OTHER OUTCOME MEANS THE BORROWER WAS REACHED.
       TALLY-COLLECTOR-EVENT.
           EVALUATE ACT-SORT-EVENT
               WHEN 'C'
                   ADD 1 TO WS-CO-CONTACTS
                   IF ACT-SORT-OUTCOME NOT = 'N'
                       AND ACT-SORT-OUTCOME NOT = 'M'
                       AND ACT-SORT-OUTCOME NOT = 'W'
                       ADD 1 TO WS-CO-REACHED
                   END-IF
                   IF ACT-SORT-OUTCOME = 'P'
                       ADD 1 TO WS-CO-PROMISES
                       ADD ACT-SORT-AMOUNT TO WS-CO-PROMISED-TOTAL
                   END-IF
               WHEN 'K'
                   ADD 1 TO WS-CO-KEPT
                   ADD ACT-SORT-AMOUNT TO WS-CO-KEPT-TOTAL
               WHEN 'B'
                   ADD 1 TO WS-CO-BROKEN
           END-EVALUATE
           .

       FINISH-COLLECTOR-GROUP.
           MOVE WS-CO-PROMISED-TOTAL TO WS-ED-AMOUNT.
           MOVE WS-CO-KEPT-TOTAL TO WS-ED-PAID.
           MOVE SPACES TO PROD-LINE.
           IF WS-PREV-COLLECTOR = SPACES
               MOVE '(NONE)' TO WS-PREV-COLLECTOR
           END-IF.
           STRING WS-PREV-COLLECTOR '  ' WS-CO-CONTACTS '   '
               WS-CO-REACHED '   ' WS-CO-PROMISES ' ' WS-ED-AMOUNT
               ' ' WS-CO-KEPT ' ' WS-ED-PAID ' ' WS-CO-BROKEN
               DELIMITED BY SIZE INTO PROD-LINE.
           WRITE PROD-LINE.
           ADD 1 TO WS-COLLECTOR-COUNT.
           MOVE 'N' TO WS-GROUP-OPEN.
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
           MOVE 'PromiseReview' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-REVIEWED-COUNT TO ESR-ITEM-COUNT
           MOVE WS-BROKEN-COUNT TO ESR-EXCEPTION-COUNT
           MOVE WS-KEPT-TOTAL TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
