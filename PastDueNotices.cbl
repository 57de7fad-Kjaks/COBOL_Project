               RECORD KEY IS NOTICE-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL LOANPARTIES
               ASSIGN TO 'loan_parties.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PARTY-KEY
               ALTERNATE RECORD KEY IS PARTY-CLIENT-ID WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CONTACTS
               ASSIGN TO 'contacts.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNTC-KEY
               ACCESS MODE IS DYNAMIC.

           SELECT NOTICE-SORT-FILE
               ASSIGN TO 'notices.tmp'.

               ASSIGN TO 'past_due_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  LOANPARTIES.
       01  PARTY-REC.
           COPY PARTYREC.

       FD  CONTACTS.
       01  CNTC-REC.
           COPY CNTCREC.

       SD  NOTICE-SORT-FILE.
       01  SORT-REC.
           05  SORT-CLIENT-ID     PIC 9(5).
       FD  NOTICE-FILE.
       01  NOTICE-LINE            PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       01  EOF-INST               PIC X VALUE 'N'.
       01  EOF-NOTICE             PIC X VALUE 'N'.
       01  EOF-PARTY              PIC X VALUE 'N'.
       01  EOF-CNTC               PIC X VALUE 'N'.
       01  WS-GROUP-PROMISE-OPEN  PIC X VALUE 'N'.
       01  WS-HELD-COUNT          PIC 9(5) VALUE 0.
       01  WS-CLIENT-OK           PIC X VALUE 'N'.
       01  WS-GROUP-OPEN          PIC X VALUE 'N'.
       01  WS-PREV-CLIENT-ID      PIC 9(5) VALUE 0.
       01  WS-NOTICE-COUNT        PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT       PIC 9(5) VALUE 0.
       01  WS-COPY-COUNT          PIC 9(5) VALUE 0.

       01  WS-RUN-DATE-GROUP.
           05  WS-RUN-YEAR        PIC 9(4).
       01  WS-LAST-NOTICE-DATE    PIC 9(8) VALUE 0.
       01  WS-NOTICE-TIER         PIC 9(1) VALUE 0.
       01  WS-ED-LOAN-BALANCE     PIC ZZZZZZ9.99.

      *    THE LOANS ON THE NOTICE JUST WRITTEN, KEPT SO A COPY CAN GO
      *    TO EACH CO-BORROWER AND GUARANTOR ONCE THE BORROWER'S TIER
      *    IS KNOWN.
       01  WS-BORROWER-NAME       PIC X(30) VALUE SPACES.
       01  WS-GX                  PIC 9(3) VALUE 0.
       01  WS-GROUP-LOAN-TABLE.
           05  WS-GL-ENTRY OCCURS 100 TIMES.
               10  WS-GL-LOAN-ID  PIC 9(5).
               10  WS-GL-BALANCE  PIC 9(7)V99.
               10  WS-GL-DAYS     PIC 9(5).
               10  WS-GL-INSTS    PIC 9(3).
       01  WS-PARTY-ROLE-NAME     PIC X(11) VALUE SPACES.
       01  WS-ED-TOTAL-BALANCE    PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-DAY-NUM-RUN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           SORT NOTICE-SORT-FILE
           DISPLAY 'Notice run complete. ' WS-NOTICE-COUNT
               ' notice(s) produced, ' WS-SKIPPED-COUNT
               ' client(s) not on file.'
           DISPLAY WS-COPY-COUNT ' copy notice(s) to co-borrowers and '
               'guarantors.'
           DISPLAY WS-HELD-COUNT ' notice(s) held at their tier by an '
               'open promise to pay.'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

      *    THE PAST-DUE POPULATION BELOW IS SELECTED THE SAME WAY THE
      *    DELINQUENCY REPORT SELECTS IT: UNPAID INSTALLMENTS PAST
           OPEN OUTPUT NOTICE-FILE.
           OPEN INPUT CLIENTS.
           OPEN I-O NOTICES.
           OPEN INPUT LOANPARTIES.
           OPEN INPUT CONTACTS.
           MOVE 0 TO WS-PREV-CLIENT-ID.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO EOF-SORT.
                   END-IF
               END-RETURN
           END-PERFORM.
           CLOSE CONTACTS.
           CLOSE LOANPARTIES.
           CLOSE NOTICES.
           CLOSE CLIENTS.
           CLOSE NOTICE-FILE.
               MOVE 0 TO WS-GROUP-LOAN-COUNT
               MOVE 0 TO WS-GROUP-TOTAL-BALANCE
               MOVE 0 TO WS-GROUP-MAX-DAYS
               MOVE 'N' TO WS-GROUP-PROMISE-OPEN
               MOVE 'Y' TO WS-GROUP-OPEN
               MOVE CLIENT-NAME TO WS-BORROWER-NAME
               MOVE SPACES TO NOTICE-LINE
               MOVE '                         PAST DUE NOTICE'
                   TO NOTICE-LINE
               SORT-INSTS-LATE DELIMITED BY SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE
           IF WS-GROUP-LOAN-COUNT < 100
               COMPUTE WS-GX = WS-GROUP-LOAN-COUNT + 1
               MOVE SORT-LOAN-ID TO WS-GL-LOAN-ID (WS-GX)
               MOVE SORT-LOAN-BALANCE TO WS-GL-BALANCE (WS-GX)
               MOVE SORT-DAYS-OVERDUE TO WS-GL-DAYS (WS-GX)
               MOVE SORT-INSTS-LATE TO WS-GL-INSTS (WS-GX)
           END-IF
           ADD 1 TO WS-GROUP-LOAN-COUNT
           ADD SORT-LOAN-BALANCE TO WS-GROUP-TOTAL-BALANCE
           IF SORT-DAYS-OVERDUE > WS-GROUP-MAX-DAYS
               MOVE SORT-DAYS-OVERDUE TO WS-GROUP-MAX-DAYS
           END-IF
           PERFORM CHECK-LOAN-PROMISE
           .

      *    A PROMISE TO PAY LOGGED BY A COLLECTOR, STILL OPEN AND NOT
      *    YET PAST ITS DATE, HOLDS THE CLIENT'S NOTICE AT ITS CURRENT
      *    TIER.
       CHECK-LOAN-PROMISE.
           MOVE 'N' TO EOF-CNTC
           MOVE SORT-LOAN-ID TO CNTC-LOAN-ID
           MOVE 0 TO CNTC-SEQ
           START CONTACTS KEY IS GREATER THAN CNTC-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-CNTC
           END-START
           PERFORM UNTIL EOF-CNTC = 'Y'
               READ CONTACTS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CNTC
               NOT AT END
                   IF CNTC-LOAN-ID NOT = SORT-LOAN-ID
                       MOVE 'Y' TO EOF-CNTC
                   ELSE
                       IF CNTC-PROMISE-OPEN
                           AND CNTC-PROMISE-DATE NOT < WS-RUN-DATE
                           MOVE 'Y' TO WS-GROUP-PROMISE-OPEN
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

      *    THE TIER ESCALATES ONE STEP PER RUN FROM THE LATEST NOTICE
      *    ON FILE, AND SEVERELY LATE ACCOUNTS JUMP STRAIGHT TO THE
      *    DEMAND (90+ DAYS) OR FINAL (180+ DAYS) WORDING.  WHILE A
      *    PROMISE TO PAY IS OPEN ON ANY OF THE LOANS THE NOTICE STAYS
      *    AT THE LATEST TIER SENT (A REMINDER IF NONE WAS).
       FINISH-NOTICE.
           PERFORM LOOKUP-LAST-NOTICE-TIER.
           IF WS-LAST-NOTICE-DATE = WS-RUN-DATE
               OR WS-GROUP-PROMISE-OPEN = 'Y'
               MOVE WS-LAST-TIER TO WS-NOTICE-TIER
           ELSE
               COMPUTE WS-NOTICE-TIER = WS-LAST-TIER + 1
           END-IF.
           IF WS-GROUP-PROMISE-OPEN = 'Y'
               ADD 1 TO WS-HELD-COUNT
               IF WS-NOTICE-TIER = 0
                   MOVE 1 TO WS-NOTICE-TIER
               END-IF
           ELSE
               IF WS-GROUP-MAX-DAYS >= 180 AND WS-NOTICE-TIER < 3
                   MOVE 3 TO WS-NOTICE-TIER
               END-IF
               IF WS-GROUP-MAX-DAYS >= 90 AND WS-NOTICE-TIER < 2
                   MOVE 2 TO WS-NOTICE-TIER
               END-IF
           END-IF.
           IF WS-NOTICE-TIER > 3
               MOVE 3 TO WS-NOTICE-TIER

           PERFORM WRITE-NOTICE-HISTORY.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM SEND-PARTY-COPIES.
           MOVE 'N' TO WS-GROUP-OPEN.
           .

      *    EVERY ACTIVE CO-BORROWER AND GUARANTOR ON A LOAN IN THE
      *    NOTICE GETS A COPY FOR THAT LOAN AT THE BORROWER'S TIER.
      *    THE SORT RECORD ALREADY HOLDS THE NEXT CLIENT'S FIRST LOAN
      *    HERE, SO THE COPY WORKS FROM THE SAVED LOAN TABLE.
       SEND-PARTY-COPIES.
           PERFORM VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GROUP-LOAN-COUNT OR WS-GX > 100
               PERFORM COPY-LOAN-NOTICES
           END-PERFORM
           .

       COPY-LOAN-NOTICES.
           MOVE 'N' TO EOF-PARTY.
           MOVE WS-GL-LOAN-ID (WS-GX) TO PARTY-LOAN-ID
           MOVE 0 TO PARTY-CLIENT-ID
           START LOANPARTIES KEY IS GREATER THAN PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-PARTY
           END-START.
           PERFORM UNTIL EOF-PARTY = 'Y'
               READ LOANPARTIES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-PARTY
               NOT AT END
                   IF PARTY-LOAN-ID NOT = WS-GL-LOAN-ID (WS-GX)
                       MOVE 'Y' TO EOF-PARTY
                   ELSE
                       IF PARTY-ACTIVE
                           PERFORM WRITE-PARTY-COPY
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

       WRITE-PARTY-COPY.
           MOVE PARTY-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   DISPLAY 'Warning: Party client ' PARTY-CLIENT-ID
                       ' not on file - no copy for Loan ID '
                       PARTY-LOAN-ID
               NOT INVALID KEY
                   PERFORM WRITE-PARTY-COPY-LINES
           END-READ
           .

       WRITE-PARTY-COPY-LINES.
           IF PARTY-GUARANTOR
               MOVE 'GUARANTOR' TO WS-PARTY-ROLE-NAME
           ELSE
               MOVE 'CO-BORROWER' TO WS-PARTY-ROLE-NAME
           END-IF.
           MOVE '                     PAST DUE NOTICE - COPY'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE CLIENT-NAME TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE CLIENT-ADDRESS TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'YOU ARE NAMED AS ' WS-PARTY-ROLE-NAME
               ' ON THE LOAN BELOW.'
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING 'BORROWER: ' WS-BORROWER-NAME
               DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 'LOAN ID  BALANCE      DAYS PAST DUE  INSTS BEHIND'
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-GL-BALANCE (WS-GX) TO WS-ED-LOAN-BALANCE.
           MOVE SPACES TO NOTICE-LINE.
           STRING WS-GL-LOAN-ID (WS-GX) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-ED-LOAN-BALANCE DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-GL-DAYS (WS-GX) DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WS-GL-INSTS (WS-GX) DELIMITED BY SIZE
               INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM WRITE-TIER-WORDING.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE ALL '-' TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           ADD 1 TO WS-COPY-COUNT.
           .

       WRITE-TIER-WORDING.
           EVALUATE WS-NOTICE-TIER
               WHEN 1
               END-IF
           END-IF
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
           MOVE 'PastDueNotices' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-NOTICE-COUNT TO ESR-ITEM-COUNT
           MOVE WS-SKIPPED-COUNT TO ESR-EXCEPTION-COUNT
           MOVE 0 TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
