       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeclineRegister.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPLICATIONS
               ASSIGN TO 'applications.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS APPL-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL CLIENTS
               ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLIENT-ID
               ALTERNATE RECORD KEY IS CLIENT-NAME WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT DECLINE-REPORT
               ASSIGN TO 'decline_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECLINE-LETTERS
               ASSIGN TO 'decline_letters.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL STEP-RESULT-FILE
               ASSIGN TO 'eod_step_result.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  APPLICATIONS.
       01  APPL-REC.
           COPY APPLREC.

       FD  CLIENTS.
       01  CLIENT-REC.
           COPY CLIENTREC.

       FD  DECLINE-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  DECLINE-LETTERS.
       01  LETTER-LINE            PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       FD  STEP-RESULT-FILE.
       01  ESR-REC.
           COPY EODRSREC.

       WORKING-STORAGE SECTION.
       01  EOF-APPL               PIC X VALUE 'N'.
       01  WS-CLIENT-OK           PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-DECLINE-COUNT       PIC 9(5) VALUE 0.
       01  WS-LETTER-COUNT        PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
       01  WS-DECLINE-TOTAL       PIC 9(11)V99 VALUE 0.

       01  WS-ED-AMOUNT           PIC ZZZZZZ9.99.
       01  WS-ED-TOTAL            PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           OPEN I-O APPLICATIONS.
           OPEN INPUT CLIENTS.
           OPEN OUTPUT DECLINE-REPORT.
           OPEN OUTPUT DECLINE-LETTERS.
           PERFORM WRITE-REGISTER-HEADER.

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
                   IF APPL-DECLINED
                       AND (APPL-LETTER-DATE = 0
                            OR APPL-LETTER-DATE = WS-RUN-DATE)
                       PERFORM REGISTER-DECLINED-APPLICATION
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE DECLINE-LETTERS.
           CLOSE DECLINE-REPORT.
           CLOSE CLIENTS.
           CLOSE APPLICATIONS.
           DISPLAY 'Decline register complete for ' WS-RUN-DATE '. '
               WS-DECLINE-COUNT ' decline(s) listed, '
               WS-LETTER-COUNT ' letter(s) produced.'
           PERFORM WRITE-STEP-RESULT.
           GOBACK.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DAILY DECLINE REGISTER - RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'APPL   CLIENT  REQUESTED   PROD   DECIDED   BY'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           .

      *    AN APPLICATION IS LISTED AND LETTERED ONCE: THE LETTER DATE
      *    IS STAMPED WITH THE RUN DATE, SO A RERUN OF THE SAME DAY
      *    REPRODUCES THE SAME REGISTER AND LETTERS AND A LATER DAY
      *    SKIPS IT.  A DECLINE WHOSE CLIENT CANNOT BE FOUND HAS NO
      *    ADDRESS TO WRITE TO - IT IS LISTED AS AN EXCEPTION, LEFT
      *    UNSTAMPED, AND COMES BACK UNTIL THE CLIENT IS PUT RIGHT.
       REGISTER-DECLINED-APPLICATION.
           ADD 1 TO WS-DECLINE-COUNT.
           ADD APPL-AMOUNT TO WS-DECLINE-TOTAL.
           MOVE 'N' TO WS-CLIENT-OK.
           MOVE APPL-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-OK
           END-READ.

           MOVE APPL-AMOUNT TO WS-ED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING APPL-ID '  ' APPL-CLIENT-ID '  ' WS-ED-AMOUNT
               '  ' APPL-PRODUCT-CODE '  ' APPL-DECISION-DATE
               '  ' APPL-DECIDED-BY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '       REASON: ' APPL-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CLIENT-OK = 'N'
               MOVE '       ** CLIENT NOT FOUND - NO LETTER PRODUCED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-DECLINE-LETTER
               MOVE WS-RUN-DATE TO APPL-LETTER-DATE
               REWRITE APPL-REC
                   INVALID KEY
                       DISPLAY 'Error: Unable to stamp application '
                           APPL-ID
               END-REWRITE
           END-IF
           .

       WRITE-DECLINE-LETTER.
           MOVE SPACES TO LETTER-LINE
           MOVE '                 NOTICE OF ACTION TAKEN ON APPLICATION'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CLIENT-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE CLIENT-ADDRESS TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'APPLICATION NUMBER: ' APPL-ID
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'AMOUNT REQUESTED:   ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'THANK YOU FOR YOUR RECENT APPLICATION FOR CREDIT.  WE'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'REGRET THAT WE ARE UNABLE TO APPROVE IT FOR THE'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'FOLLOWING REASON:' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '    ' APPL-REASON
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'IF YOU HAVE QUESTIONS ABOUT THIS DECISION, OR WISH TO'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'ASK FOR IT TO BE RECONSIDERED, PLEASE CONTACT YOUR'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE 'BRANCH QUOTING THE APPLICATION NUMBER ABOVE.'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL '-' TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT
           .

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'APPLICATIONS DECLINED:  ' WS-DECLINE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DECLINE-TOTAL TO WS-ED-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AMOUNT DECLINED:        ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LETTERS PRODUCED:       ' WS-LETTER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLIENT NOT FOUND:       ' WS-EXCEPTION-COUNT
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
           MOVE 'DeclineRegister' TO ESR-PROGRAM
           MOVE WS-RUN-DATE TO ESR-BUSINESS-DATE
           MOVE WS-DECLINE-COUNT TO ESR-ITEM-COUNT
           MOVE WS-EXCEPTION-COUNT TO ESR-EXCEPTION-COUNT
           MOVE WS-DECLINE-TOTAL TO ESR-AMOUNT
           WRITE ESR-REC.
           CLOSE STEP-RESULT-FILE.
           .
