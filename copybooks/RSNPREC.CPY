      *****************************************************************
      *  RSNPREC - LOAN BALANCE SNAPSHOT (PORTFOLIO-SNAPSHOT FILE)
      *  ONE RECORD PER LOAN, KEYED BY LOAN ID, HOLDING THE BALANCE
      *  AND STATUS THE DAILY PORTFOLIO RECONCILIATION LAST CLOSED THE
      *  LOAN AT, SO THE NEXT RUN CAN ITEMISE ITS MOVEMENT BY LOAN.
      *  THE PRIOR FIELDS KEEP THE CLOSE BEFORE THAT, SO A RUN REPEATED
      *  FOR THE SAME BUSINESS DATE OPENS FROM THE SAME BALANCES.
      *  SNAP-STATUS IS THE LOAN-STATUS THE LOAN CLOSED AT, OR X WHEN
      *  THE LOAN WAS NO LONGER ON THE LOANS FILE AT THAT CLOSE.
      *****************************************************************
           05  SNAP-LOAN-ID           PIC 9(5).
           05  SNAP-CLOSE-DATE        PIC 9(8).
           05  SNAP-STATUS            PIC X(01).
               88  SNAP-OFF-FILE          VALUE 'X'.
           05  SNAP-BALANCE           PIC 9(7)V99.
           05  SNAP-PRIOR-CLOSE-DATE  PIC 9(8).
           05  SNAP-PRIOR-STATUS      PIC X(01).
               88  SNAP-PRIOR-OFF-FILE    VALUE 'X'.
           05  SNAP-PRIOR-BALANCE     PIC 9(7)V99.
