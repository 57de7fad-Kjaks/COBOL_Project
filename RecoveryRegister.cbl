       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoveryRegister.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHARGEOFFS
               ASSIGN TO 'chargeoffs.dat'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CHGO-LOAN-ID
               ACCESS MODE IS DYNAMIC.

           SELECT RECOVERY-SORT-FILE
               ASSIGN TO 'recovery.tmp'.

           SELECT REGISTER-REPORT
               ASSIGN TO 'recovery_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO 'business_date.dat'
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHARGEOFFS.
       01  CHGO-REC.
           COPY CHGOREC.

       SD  RECOVERY-SORT-FILE.
       01  SORT-REC.
           05  SORT-AGENCY-CODE   PIC X(05).
           05  SORT-LOAN-ID       PIC 9(5).
           05  SORT-CLIENT-ID     PIC 9(5).
           05  SORT-CHGO-DATE     PIC 9(8).
           05  SORT-CHARGED-OFF   PIC 9(7)V99.
           05  SORT-RECOVERED     PIC 9(7)V99.
           05  SORT-COMMISSION    PIC 9(7)V99.
           05  SORT-STATUS        PIC X(01).

       FD  REGISTER-REPORT.
       01  REPORT-LINE            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BDATE-REC.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  EOF-CHGO               PIC X VALUE 'N'.
       01  EOF-SORT               PIC X VALUE 'N'.
       01  WS-GROUP-OPEN          PIC X VALUE 'N'.
       01  WS-PREV-AGENCY         PIC X(05) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-AGENCY-COUNT        PIC 9(5) VALUE 0.
       01  WS-OUTSTANDING         PIC 9(9)V99 VALUE 0.

       01  WS-AG-LOAN-COUNT       PIC 9(5) VALUE 0.
       01  WS-AG-CHARGED-OFF      PIC 9(9)V99 VALUE 0.
       01  WS-AG-RECOVERED        PIC 9(9)V99 VALUE 0.
       01  WS-AG-COMMISSION       PIC 9(9)V99 VALUE 0.
       01  WS-AG-OUTSTANDING      PIC 9(9)V99 VALUE 0.

       01  WS-ALL-LOAN-COUNT      PIC 9(5) VALUE 0.
       01  WS-ALL-CHARGED-OFF     PIC 9(11)V99 VALUE 0.
       01  WS-ALL-RECOVERED       PIC 9(11)V99 VALUE 0.
       01  WS-ALL-COMMISSION      PIC 9(11)V99 VALUE 0.
       01  WS-ALL-OUTSTANDING     PIC 9(11)V99 VALUE 0.

       01  WS-ED-CHARGED-OFF      PIC ZZZZZZZZZZ9.99.
       01  WS-ED-RECOVERED        PIC ZZZZZZZZZZ9.99.
       01  WS-ED-COMMISSION       PIC ZZZZZZZZZZ9.99.
       01  WS-ED-OUTSTANDING      PIC ZZZZZZZZZZ9.99.
       01  WS-STATUS-TEXT         PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM READ-BUSINESS-DATE.
           SORT RECOVERY-SORT-FILE
               ON ASCENDING KEY SORT-AGENCY-CODE
               ON ASCENDING KEY SORT-LOAN-ID
               INPUT PROCEDURE IS BUILD-RECOVERY-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-RECOVERY-REGISTER.
           DISPLAY 'Recovery register complete for ' WS-RUN-DATE '. '
               WS-ALL-LOAN-COUNT ' charged-off loan(s) under '
               WS-AGENCY-COUNT ' heading(s).'
           STOP RUN.

       BUILD-RECOVERY-SORT-FILE.
           MOVE 'N' TO EOF-CHGO.
           OPEN INPUT CHARGEOFFS.
           PERFORM UNTIL EOF-CHGO = 'Y'
               READ CHARGEOFFS NEXT RECORD
                   AT END MOVE 'Y' TO EOF-CHGO
               NOT AT END
                   MOVE CHGO-AGENCY-CODE TO SORT-AGENCY-CODE
                   MOVE CHGO-LOAN-ID TO SORT-LOAN-ID
                   MOVE CHGO-CLIENT-ID TO SORT-CLIENT-ID
                   MOVE CHGO-DATE TO SORT-CHGO-DATE
                   COMPUTE SORT-CHARGED-OFF =
                       CHGO-PRINCIPAL + CHGO-FEES
                   MOVE CHGO-RECOVERED TO SORT-RECOVERED
                   MOVE CHGO-AGENCY-COMMISSION TO SORT-COMMISSION
                   MOVE CHGO-STATUS TO SORT-STATUS
                   RELEASE SORT-REC
               END-READ
           END-PERFORM.
           CLOSE CHARGEOFFS.
           .

      *    CHARGE-OFFS NEVER PLACED CARRY A BLANK AGENCY CODE, SO
      *    THEY SORT FIRST AND PRINT UNDER THE IN-HOUSE HEADING.
       PRINT-RECOVERY-REGISTER.
           OPEN OUTPUT REGISTER-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECOVERY REGISTER - RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-PREV-AGENCY.
           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE 'N' TO EOF-SORT.
           PERFORM UNTIL EOF-SORT = 'Y'
               RETURN RECOVERY-SORT-FILE INTO SORT-REC
                   AT END
                       MOVE 'Y' TO EOF-SORT
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-AGENCY-GROUP
                       END-IF
               NOT AT END
                   IF WS-GROUP-OPEN = 'N'
                       OR SORT-AGENCY-CODE NOT = WS-PREV-AGENCY
                       IF WS-GROUP-OPEN = 'Y'
                           PERFORM FINISH-AGENCY-GROUP
                       END-IF
                       PERFORM START-AGENCY-GROUP
                   END-IF
                   PERFORM WRITE-LOAN-LINE
               END-RETURN
           END-PERFORM.

           PERFORM WRITE-GRAND-TOTALS.
           CLOSE REGISTER-REPORT.
           .

       START-AGENCY-GROUP.
           MOVE SORT-AGENCY-CODE TO WS-PREV-AGENCY.
           MOVE 'Y' TO WS-GROUP-OPEN.
           MOVE 0 TO WS-AG-LOAN-COUNT.
           MOVE 0 TO WS-AG-CHARGED-OFF.
           MOVE 0 TO WS-AG-RECOVERED.
           MOVE 0 TO WS-AG-COMMISSION.
           MOVE 0 TO WS-AG-OUTSTANDING.
           ADD 1 TO WS-AGENCY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF SORT-AGENCY-CODE = SPACES
               MOVE 'AGENCY: IN-HOUSE (NOT PLACED)' TO REPORT-LINE
           ELSE
               STRING 'AGENCY: ' SORT-AGENCY-CODE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  LOAN  CLIENT  CHG-OFF DT     CHARGED OFF'
               '       RECOVERED      COMMISSION     OUTSTANDING'
               '  STATUS'
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           .

       WRITE-LOAN-LINE.
           IF SORT-RECOVERED < SORT-CHARGED-OFF
               COMPUTE WS-OUTSTANDING =
                   SORT-CHARGED-OFF - SORT-RECOVERED
           ELSE
               MOVE 0 TO WS-OUTSTANDING
           END-IF
           EVALUATE SORT-STATUS
               WHEN 'O'
                   MOVE 'OPEN' TO WS-STATUS-TEXT
               WHEN 'A'
                   MOVE 'PLACED' TO WS-STATUS-TEXT
               WHEN 'S'
                   MOVE 'SETTLED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SORT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SORT-CHARGED-OFF TO WS-ED-CHARGED-OFF
           MOVE SORT-RECOVERED TO WS-ED-RECOVERED
           MOVE SORT-COMMISSION TO WS-ED-COMMISSION
           MOVE WS-OUTSTANDING TO WS-ED-OUTSTANDING
           MOVE SPACES TO REPORT-LINE
           STRING '  ' SORT-LOAN-ID
               '  ' SORT-CLIENT-ID
               '   ' SORT-CHGO-DATE
               '  ' WS-ED-CHARGED-OFF
               '  ' WS-ED-RECOVERED
               '  ' WS-ED-COMMISSION
               '  ' WS-ED-OUTSTANDING
               '  ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-AG-LOAN-COUNT
           ADD SORT-CHARGED-OFF TO WS-AG-CHARGED-OFF
           ADD SORT-RECOVERED TO WS-AG-RECOVERED
           ADD SORT-COMMISSION TO WS-AG-COMMISSION
           ADD WS-OUTSTANDING TO WS-AG-OUTSTANDING
           .

       FINISH-AGENCY-GROUP.
           MOVE WS-AG-CHARGED-OFF TO WS-ED-CHARGED-OFF.
           MOVE WS-AG-RECOVERED TO WS-ED-RECOVERED.
           MOVE WS-AG-COMMISSION TO WS-ED-COMMISSION.
           MOVE WS-AG-OUTSTANDING TO WS-ED-OUTSTANDING.
           MOVE SPACES TO REPORT-LINE.
           STRING '  TOTAL ' WS-AG-LOAN-COUNT
               '           ' WS-ED-CHARGED-OFF
               '  ' WS-ED-RECOVERED
               '  ' WS-ED-COMMISSION
               '  ' WS-ED-OUTSTANDING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-AG-LOAN-COUNT TO WS-ALL-LOAN-COUNT.
           ADD WS-AG-CHARGED-OFF TO WS-ALL-CHARGED-OFF.
           ADD WS-AG-RECOVERED TO WS-ALL-RECOVERED.
           ADD WS-AG-COMMISSION TO WS-ALL-COMMISSION.
           ADD WS-AG-OUTSTANDING TO WS-ALL-OUTSTANDING.
           MOVE 'N' TO WS-GROUP-OPEN.
           .

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ALL-CHARGED-OFF TO WS-ED-CHARGED-OFF.
           MOVE WS-ALL-RECOVERED TO WS-ED-RECOVERED.
           MOVE WS-ALL-COMMISSION TO WS-ED-COMMISSION.
           MOVE WS-ALL-OUTSTANDING TO WS-ED-OUTSTANDING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALL AGENCIES - LOANS CHARGED OFF: '
               WS-ALL-LOAN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  CHARGED OFF ' WS-ED-CHARGED-OFF
               '   RECOVERED ' WS-ED-RECOVERED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  COMMISSION  ' WS-ED-COMMISSION
               '   OUTSTANDING ' WS-ED-OUTSTANDING
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
