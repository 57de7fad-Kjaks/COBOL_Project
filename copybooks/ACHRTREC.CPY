      *****************************************************************
      *  ACHRTREC - ACH RETURN ITEM (BANK RETURNS FILE)
      *  ONE RECORD PER DEBIT THE BANK COULD NOT COLLECT.
      *  ART-TRACE-NUMBER IS THE TRACE NUMBER WE ORIGINATED THE
      *  DEBIT WITH (THE PAYMENT ID).  ART-RETURN-CODE IS THE BANK'S
      *  RETURN REASON (R01 = INSUFFICIENT FUNDS, R02 = ACCOUNT
      *  CLOSED, R03 = NO ACCOUNT, R04 = INVALID ACCOUNT NUMBER,
      *  R07 = AUTHORIZATION REVOKED, R08 = PAYMENT STOPPED,
      *  R09 = UNCOLLECTED FUNDS, R10 = NOT AUTHORIZED, ...).
      *****************************************************************
           05  ART-TRACE-NUMBER       PIC 9(5).
           05  ART-LOAN-ID            PIC 9(5).
           05  ART-AMOUNT             PIC 9(7)V99.
           05  ART-RETURN-CODE        PIC X(03).
           05  ART-RETURN-DATE        PIC 9(8).
