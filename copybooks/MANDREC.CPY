      *****************************************************************
      *  MANDREC - ACH DEBIT MANDATE RECORD (MANDATES FILE)
      *  ONE RECORD PER LOAN, KEYED BY LOAN ID.  THE CLIENT'S BANK
      *  ROUTING NUMBER AND ACCOUNT AUTHORIZE THE NIGHTLY ORIGINATION
      *  BATCH TO DEBIT EACH INSTALLMENT AS IT FALLS DUE.
      *  MAND-ACCT-TYPE: C = CHECKING, S = SAVINGS.
      *  MAND-STATUS: A = ACTIVE, X = CANCELLED.  A CANCELLED MANDATE
      *  STAYS ON FILE WITH ITS DATE AND REASON (OPERATOR, OR THE
      *  BANK RETURN CODE THAT STOPPED IT) AND IS REUSED IF THE
      *  CLIENT REGISTERS AGAIN.
      *  MAND-RETURN-COUNT COUNTS DEBITS RETURNED BY THE BANK SINCE
      *  THE MANDATE WAS REGISTERED; THE RETURNS BATCH CANCELS THE
      *  MANDATE WHEN IT REACHES THE LIMIT.
      *****************************************************************
           05  MAND-LOAN-ID           PIC 9(5).
           05  MAND-CLIENT-ID         PIC 9(5).
           05  MAND-ROUTING           PIC 9(9).
           05  MAND-ACCOUNT           PIC X(17).
           05  MAND-ACCT-TYPE         PIC X(01).
               88  MAND-CHECKING          VALUE 'C'.
               88  MAND-SAVINGS           VALUE 'S'.
           05  MAND-STATUS            PIC X(01).
               88  MAND-ACTIVE            VALUE 'A'.
               88  MAND-CANCELLED         VALUE 'X'.
           05  MAND-START-DATE        PIC 9(8).
           05  MAND-OPERATOR          PIC X(08).
           05  MAND-RETURN-COUNT      PIC 9(2).
           05  MAND-LAST-RETURN-CODE  PIC X(03).
           05  MAND-LAST-RETURN-DATE  PIC 9(8).
           05  MAND-CANCEL-DATE       PIC 9(8).
           05  MAND-CANCEL-REASON     PIC X(10).
