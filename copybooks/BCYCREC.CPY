      *****************************************************************
      *  BCYCREC - BILLING CYCLE HISTORY RECORD (BILLCYCLES FILE)
      *  ONE RECORD PER MONTHLY BILLING CYCLE, KEYED BY THE CYCLE
      *  PERIOD (YYYYMM).  THE THROUGH DATE OF THE LATEST COMPLETED
      *  CYCLE IS WHERE THE NEXT CYCLE'S "PAYMENTS SINCE LAST
      *  STATEMENT" WINDOW STARTS.
      *  BCYC-STATUS: S = STARTED, C = COMPLETE.  A COMPLETE CYCLE
      *  HAS BEEN MAILED AND CANNOT BE RUN AGAIN; A CYCLE LEFT
      *  STARTED BY A FAILED RUN IS PRODUCED AGAIN IN FULL.
      *****************************************************************
           05  BCYC-PERIOD            PIC 9(6).
           05  BCYC-FROM-DATE         PIC 9(8).
           05  BCYC-THROUGH-DATE      PIC 9(8).
           05  BCYC-STATUS            PIC X(01).
               88  BCYC-STARTED           VALUE 'S'.
               88  BCYC-COMPLETE          VALUE 'C'.
           05  BCYC-STATEMENT-COUNT   PIC 9(5).
           05  BCYC-LOAN-COUNT        PIC 9(5).
           05  BCYC-TOTAL-DUE         PIC 9(9)V99.
           05  BCYC-TOTAL-BALANCE     PIC 9(11)V99.
           05  BCYC-RUN-CLOCK-DATE    PIC 9(8).
           05  BCYC-RUN-CLOCK-TIME    PIC 9(8).
