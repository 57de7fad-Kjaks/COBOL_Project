       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionPlacement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTS
               ASSIGN TO 'clients.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CLIENT-ID
               ALTERNATE RECORD KEY IS CLIENT-NAME WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL LOANS
               ASSIGN TO 'loans.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL FEES
               ASSIGN TO 'fees.dat'
               ORGANIZATION IS INDEXED
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

           SELECT PLACEMENT-FILE
               ASSIGN TO 'agency_placement.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTS.
       01  CLIENT-REC.
           COPY CLIENTREC.

       FD  LOANS.
       01  LOAN-REC.
           COPY LOANREC.

       FD  FEES.
       01  FEE-REC.
           COPY FEEREC.

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

       FD  AUDIT-LOG.
       01  AUDIT-REC.
           COPY AUDITREC.

       FD  PLACEMENT-FILE.
       01  PLC-REC.
           COPY PLACEREC.

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-LOAN               PIC X VALUE 'N'.
       01  EOF-FEE                PIC X VALUE 'N'.
       01  EOF-CHGO               PIC X VALUE 'N'.
       01  CLIENT-FOUND           PIC X VALUE 'N'.
       01  WS-WRITE-OK            PIC X VALUE 'Y'.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-AGENCY-CODE         PIC X(05) VALUE SPACES.
       01  WS-LOAN-FEES-OWED      PIC 9(9)V99 VALUE 0.
       01  WS-AMOUNT-PLACED       PIC 9(9)V99 VALUE 0.
       01  WS-BUILT-COUNT         PIC 9(9) VALUE 0.
       01  WS-PLACED-COUNT        PIC 9(9) VALUE 0.
       01  WS-PLACED-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-ED-AMOUNT           PIC ZZZZZZ9.99.
       01  WS-ED-PLACED-TOTAL     PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

      *    EVERY CHARGE-OFF STILL HELD IN-HOUSE WITH MONEY OUTSTANDING
      *    IS HANDED TO THE AGENCY NAMED AT THE CONSOLE.  A PLACED
      *    ACCOUNT IS NEVER PLACED AGAIN, SO A RERUN ON A LATER DAY
      *    ONLY PICKS UP LOANS WRITTEN OFF SINCE THE LAST PLACEMENT.
      *    A RERUN FOR THE SAME AGENCY ON THE SAME BUSINESS DATE SENDS
      *    AGAIN THE ACCOUNTS THAT DAY'S EARLIER RUN PLACED, SO THE
      *    FILE IT OVERWRITES IS REPRODUCED IN FULL.
       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           DISPLAY 'Enter Collection Agency Code:'
           ACCEPT WS-AGENCY-CODE.
           IF WS-AGENCY-CODE = SPACES
               DISPLAY 'Error: Agency code is required - nothing '
                   'placed.'
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTS.
           OPEN INPUT LOANS.
           OPEN INPUT FEES.
           OPEN I-O CHARGEOFFS.
           OPEN OUTPUT PLACEMENT-FILE.

           PERFORM BUILD-MISSING-CHARGEOFFS.
           PERFORM WRITE-PLACEMENT-HEADER.
           PERFORM PLACE-OPEN-CHARGEOFFS.
           PERFORM WRITE-PLACEMENT-TRAILER.

           CLOSE PLACEMENT-FILE.
           CLOSE CHARGEOFFS.
           CLOSE FEES.
           CLOSE LOANS.
           CLOSE CLIENTS.
           MOVE WS-PLACED-TOTAL TO WS-ED-PLACED-TOTAL.
           DISPLAY 'Collection placement complete for agency '
               WS-AGENCY-CODE '. ' WS-PLACED-COUNT
               ' account(s) placed totalling ' WS-ED-PLACED-TOTAL '.'
           IF WS-BUILT-COUNT > 0
               DISPLAY WS-BUILT-COUNT ' charge-off record(s) built '
                   'for loans written off before the file existed.'
           END-IF
           STOP RUN.

      *    LOANS WRITTEN OFF BEFORE THE CHARGE-OFF FILE EXISTED HAVE
      *    NO RECORD YET; ONE IS BUILT FROM THE FROZEN LOAN BALANCE
      *    AND THE FEES STILL OPEN ON IT SO THEY CAN BE PLACED TOO.
       BUILD-MISSING-CHARGEOFFS.
           MOVE 'N' TO EOF-LOAN.
           PERFORM UNTIL EOF-LOAN = 'Y'
               READ LOANS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-LOAN
               NOT AT END
                   IF LOAN-WRITTEN-OFF
                       MOVE LOAN-ID TO CHGO-LOAN-ID
                       READ CHARGEOFFS RECORD
                           INVALID KEY
                               PERFORM BUILD-LEGACY-CHARGEOFF
                       END-READ
                   END-IF
               END-READ
           END-PERFORM.
           .

       BUILD-LEGACY-CHARGEOFF.
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
               DISPLAY 'Error: Unable to create charge-off - Loan ID '
                   LOAN-ID
           NOT INVALID KEY
               ADD 1 TO WS-BUILT-COUNT
           END-WRITE
           .

       COMPUTE-LOAN-FEES-OWED.
           MOVE 0 TO WS-LOAN-FEES-OWED.
           MOVE 'N' TO EOF-FEE.
           MOVE LOAN-ID TO FEE-LOAN-ID
           MOVE 0 TO FEE-MONTH-NUM
           START FEES KEY IS GREATER THAN FEE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FEE
           END-START.
           PERFORM UNTIL EOF-FEE = 'Y'
               READ FEES NEXT RECORD
                   AT END MOVE 'Y' TO EOF-FEE
               NOT AT END
                   IF FEE-LOAN-ID NOT = LOAN-ID
                       MOVE 'Y' TO EOF-FEE
                   ELSE
                       IF FEE-UNPAID
                           COMPUTE WS-LOAN-FEES-OWED =
                               WS-LOAN-FEES-OWED
                               + FEE-AMOUNT - FEE-AMOUNT-PAID
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

       WRITE-PLACEMENT-HEADER.
           MOVE SPACES TO PLC-REC.
           MOVE 'H' TO PLC-REC-TYPE.
           MOVE WS-AGENCY-CODE TO PLC-AGENCY-CODE.
           MOVE WS-RUN-DATE TO PLC-PLACEMENT-DATE.
           WRITE PLC-REC.
           .

       PLACE-OPEN-CHARGEOFFS.
           MOVE 'N' TO EOF-CHGO.
           MOVE 0 TO CHGO-LOAN-ID
           START CHARGEOFFS KEY IS GREATER THAN CHGO-LOAN-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-CHGO
           END-START.
           PERFORM UNTIL EOF-CHGO = 'Y'
               READ CHARGEOFFS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CHGO
               NOT AT END
                   COMPUTE WS-AMOUNT-PLACED = CHGO-PRINCIPAL
                       + CHGO-FEES - CHGO-RECOVERED
                   IF CHGO-OPEN
                       IF WS-AMOUNT-PLACED > 0
                           PERFORM PLACE-ONE-CHARGEOFF
                       END-IF
                   ELSE IF CHGO-PLACED
                       AND CHGO-PLACED-DATE = WS-RUN-DATE
                       AND CHGO-AGENCY-CODE = WS-AGENCY-CODE
                       PERFORM WRITE-PLACEMENT-DETAIL
                   END-IF
                   END-IF
               END-READ
           END-PERFORM.
           .

      *    THE ACCOUNT IS MARKED PLACED ONLY AFTER ITS DETAIL IS ON
      *    THE FILE, SO A FAILED REWRITE LEAVES IT OPEN FOR THE NEXT
      *    RUN RATHER THAN PLACED WITH NOTHING SENT.
       PLACE-ONE-CHARGEOFF.
           PERFORM WRITE-PLACEMENT-DETAIL
           MOVE 'A' TO CHGO-STATUS
           MOVE WS-AGENCY-CODE TO CHGO-AGENCY-CODE
           MOVE WS-RUN-DATE TO CHGO-PLACED-DATE
           MOVE 'Y' TO WS-WRITE-OK
           REWRITE CHGO-REC INVALID KEY
               DISPLAY 'Error: Unable to mark charge-off placed - '
                   'Loan ID ' CHGO-LOAN-ID
               MOVE 'N' TO WS-WRITE-OK
           END-REWRITE
           IF WS-WRITE-OK = 'Y'
               MOVE 'CHARGEOFF' TO AUDIT-RECORD-TYPE
               MOVE 'PLACE' TO AUDIT-ACTION
               MOVE CHGO-LOAN-ID TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               MOVE SPACES TO AUDIT-AFTER-VALUE
               MOVE 'IN-HOUSE' TO AUDIT-BEFORE-VALUE
               MOVE WS-AMOUNT-PLACED TO WS-ED-AMOUNT
               STRING 'AGENCY ' WS-AGENCY-CODE
                   ' AMOUNT ' WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO AUDIT-AFTER-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           .

       WRITE-PLACEMENT-DETAIL.
           MOVE 'N' TO CLIENT-FOUND
           MOVE CHGO-CLIENT-ID TO CLIENT-ID
           READ CLIENTS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CLIENT-FOUND
           END-READ
           IF CLIENT-FOUND = 'N'
               MOVE '*** CLIENT NOT ON FILE ***' TO CLIENT-NAME
               MOVE SPACES TO CLIENT-ADDRESS
               MOVE SPACES TO CLIENT-PHONE
           END-IF
           MOVE SPACES TO PLC-REC
           MOVE 'D' TO PLC-REC-TYPE
           MOVE WS-AGENCY-CODE TO PLC-AGENCY-CODE
           MOVE CHGO-LOAN-ID TO PLC-LOAN-ID
           MOVE CHGO-CLIENT-ID TO PLC-CLIENT-ID
           MOVE CLIENT-NAME TO PLC-CLIENT-NAME
           MOVE CLIENT-ADDRESS TO PLC-CLIENT-ADDRESS
           MOVE CLIENT-PHONE TO PLC-CLIENT-PHONE
           MOVE CHGO-DATE TO PLC-CHGO-DATE
           COMPUTE PLC-CHGO-AMOUNT = CHGO-PRINCIPAL + CHGO-FEES
           MOVE CHGO-RECOVERED TO PLC-RECOVERED
           MOVE WS-AMOUNT-PLACED TO PLC-AMOUNT-PLACED
           WRITE PLC-REC
           ADD 1 TO WS-PLACED-COUNT
           ADD WS-AMOUNT-PLACED TO WS-PLACED-TOTAL
           .

       WRITE-PLACEMENT-TRAILER.
           MOVE SPACES TO PLC-REC.
           MOVE 'T' TO PLC-REC-TYPE.
           MOVE WS-AGENCY-CODE TO PLC-AGENCY-CODE.
           MOVE WS-PLACED-COUNT TO PLC-RECORD-COUNT.
           MOVE WS-PLACED-TOTAL TO PLC-TOTAL-PLACED.
           WRITE PLC-REC.
           .

       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'PLACEMT' TO AUDIT-OPERATOR.
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
