      *****************************************************************
      *  RMITREC - COLLECTION AGENCY REMITTANCE ITEM (MONTHLY FILE)
      *  ONE RECORD PER COLLECTION THE AGENCY MADE ON A PLACED LOAN.
      *  RMIT-GROSS-AMOUNT IS WHAT THE BORROWER PAID THE AGENCY;
      *  RMIT-COMMISSION IS THE PART THE AGENCY KEPT, SO THE CASH
      *  REMITTED IS GROSS LESS COMMISSION.  THE BORROWER IS CREDITED
      *  WITH THE GROSS AMOUNT.  ITEMS THAT FAIL VALIDATION GO TO THE
      *  EXCEPTION REPORT WITH A REASON INSTEAD OF BEING POSTED.
      *****************************************************************
           05  RMIT-AGENCY-CODE       PIC X(05).
           05  RMIT-LOAN-ID           PIC 9(5).
           05  RMIT-DATE              PIC 9(8).
           05  RMIT-GROSS-AMOUNT      PIC 9(7)V99.
           05  RMIT-COMMISSION        PIC 9(7)V99.
           05  RMIT-AGENCY-REF        PIC X(15).
