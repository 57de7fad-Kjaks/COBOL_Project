      *  TRAIL IS PRESERVED - REVERSED PAYMENTS MUST NOT BE COUNTED
      *  TOWARD A LOAN.  RECORDS WRITTEN BEFORE THE STATUS FIELD
      *  EXISTED CARRY SPACE AND ARE TREATED AS POSTED.
      *  PAYMENT-METHOD: C = CASH, K = CHECK, L = BANK LOCKBOX,
      *  G = COLLECTION AGENCY REMITTANCE, A = ACH AUTO-DEBIT (A
      *  RETURNED DEBIT IS REVERSED WITH THE BANK RETURN CODE AS
      *  PAYMENT-REV-REASON).
      *  PAYMENT-OPERATOR IS THE
      *  SIGNED-ON OPERATOR WHO TOOK THE MONEY AND DRIVES THE END-OF-
      *  DAY DRAWER SETTLEMENT.  RECORDS WRITTEN BEFORE THESE FIELDS
      *  EXTRACT RESTORE/POST EXACTLY THAT SPLIT.  RECORDS WRITTEN
      *  BEFORE THE FIELD EXISTED CARRY SPACES AND ARE TREATED AS
      *  ALL PRINCIPAL.
      *  PAYMENT-RECOVERY-FLAG Y MARKS MONEY TAKEN ON A WRITTEN-OFF
      *  LOAN.  A RECOVERY NEVER TOUCHES THE LOAN BALANCE, FEES OR
      *  SCHEDULE - IT IS CREDITED TO THE CHARGE-OFF RECORD INSTEAD,
      *  AND ITS PAYMENT-FEE-AMOUNT CARRIES THE COLLECTION AGENCY'S
      *  COMMISSION (ZERO WHEN THE MONEY CAME IN DIRECT).  RECORDS
      *  WRITTEN BEFORE THE FIELD EXISTED CARRY SPACE AND ARE
      *  ORDINARY PAYMENTS.
      *  PAYMENT-INTEREST-AMOUNT IS THE PER-DIEM INTEREST SLICE OF A
      *  SETTLING PAYOFF - INTEREST THAT NEVER ACCRUED INTO THE
      *  BALANCE, SO IT IS NEITHER PRINCIPAL NOR RESTORED TO THE LOAN
      *  ON REVERSAL, AND THE GL EXTRACT POSTS IT TO INTEREST INCOME.
      *  ZERO ON EVERY OTHER PAYMENT.  RECORDS WRITTEN BEFORE THE
      *  FIELD EXISTED CARRY SPACES AND ARE TREATED AS ZERO.
      *****************************************************************
           05  PAYMENT-ID         PIC 9(5).
           05  PAYMENT-LOAN-ID    PIC 9(5).
               88  PAYMENT-BY-CASH    VALUE 'C'.
               88  PAYMENT-BY-CHECK   VALUE 'K'.
               88  PAYMENT-BY-BANK    VALUE 'L'.
               88  PAYMENT-BY-AGENCY  VALUE 'G'.
               88  PAYMENT-BY-ACH     VALUE 'A'.
           05  PAYMENT-OPERATOR   PIC X(08).
           05  PAYMENT-FEE-AMOUNT PIC 9(7)V99.
           05  PAYMENT-RECOVERY-FLAG PIC X(01).
               88  PAYMENT-IS-RECOVERY VALUE 'Y'.
           05  PAYMENT-INTEREST-AMOUNT
                                  PIC 9(7)V99.
