      *****************************************************************
      *  RCTLREC - PORTFOLIO CONTROL TOTALS HISTORY (PORTFOLIO-CONTROL)
      *  ONE RECORD PER BUSINESS DATE PER ACCOUNT CATEGORY, WRITTEN BY
      *  THE DAILY PORTFOLIO RECONCILIATION.  THE CLOSING TOTALS OF ONE
      *  BUSINESS DATE ARE THE OPENING TOTALS OF THE NEXT RUN.
      *  RCTL-CATEGORY: AC = ACTIVE LOANS, PD = PAID OFF, CL = CLOSED,
      *  WO = WRITTEN OFF, LF = LATE FEES OUTSTANDING.  AC, PD AND CL
      *  TOGETHER ARE THE LOANS RECEIVABLE CARRIED IN GL ACCOUNT 1200.
      *  RCTL-UNEXPLAINED-AMOUNT IS THE DAY'S NET DIFFERENCE LEFT IN
      *  THE CATEGORY AFTER EVERY KNOWN MOVEMENT WAS APPLIED.
      *****************************************************************
           05  RCTL-KEY.
               10  RCTL-BUSINESS-DATE     PIC 9(8).
               10  RCTL-CATEGORY          PIC X(02).
                   88  RCTL-ACTIVE            VALUE 'AC'.
                   88  RCTL-PAID-OFF          VALUE 'PD'.
                   88  RCTL-CLOSED            VALUE 'CL'.
                   88  RCTL-WRITTEN-OFF       VALUE 'WO'.
                   88  RCTL-LATE-FEES         VALUE 'LF'.
           05  RCTL-ITEM-COUNT        PIC 9(7).
           05  RCTL-BALANCE           PIC 9(11)V99.
           05  RCTL-UNEXPLAINED-COUNT PIC 9(7).
           05  RCTL-UNEXPLAINED-AMOUNT
                                      PIC S9(11)V99.
           05  RCTL-RUN-CLOCK-DATE    PIC 9(8).
           05  RCTL-RUN-CLOCK-TIME    PIC 9(8).
