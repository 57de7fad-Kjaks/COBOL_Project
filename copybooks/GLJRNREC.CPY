      *  TRAILER CARRIES THE DETAIL LINE COUNT AND HASH TOTAL OF
      *  AMOUNTS SO THE GL SIDE CAN PROVE THE BATCH ARRIVED COMPLETE.
      *  ACCOUNTS: 1000 = CASH, 1200 = LOANS RECEIVABLE,
      *  4000 = INTEREST INCOME, 4100 = LATE FEE INCOME,
      *  4200 = RECOVERIES ON CHARGED-OFF LOANS, 5100 = LOAN LOSSES
      *  (WRITE-OFFS), 5300 = COLLECTION AGENCY COMMISSION.
      *  GL-SOURCE-KEY IS THE PAYMENT ID FOR PAYMENT ACTIVITY AND THE
      *  LOAN ID FOR DISBURSEMENTS, ACCRUALS AND WRITE-OFFS.
      *  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA SINCE ONLY ONE
      *  VIEW APPLIES PER RECORD.
      *****************************************************************
