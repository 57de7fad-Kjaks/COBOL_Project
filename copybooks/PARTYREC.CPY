      *****************************************************************
      *  PARTYREC - LOAN PARTY RECORD (LOANPARTIES FILE)
      *  LINKS A CLIENT OTHER THAN THE BORROWER OF RECORD
      *  (LOAN-CLIENT-ID) TO A LOAN THEY ARE LIABLE FOR.  KEYED BY
      *  LOAN AND CLIENT, WITH AN ALTERNATE KEY ON THE CLIENT SO
      *  EXPOSURE, DELETE AND STATEMENT CHECKS CAN FIND EVERY LOAN A
      *  CLIENT STANDS BEHIND.
      *  PARTY-ROLE: C = CO-BORROWER, G = GUARANTOR.
      *  PARTY-STATUS: A = ACTIVE, R = REMOVED.  A REMOVED PARTY STAYS
      *  ON FILE WITH THE DATE AND OPERATOR AND IS REUSED IF THE
      *  CLIENT IS ADDED TO THE LOAN AGAIN.
      *****************************************************************
           05  PARTY-KEY.
               10  PARTY-LOAN-ID      PIC 9(5).
               10  PARTY-CLIENT-ID    PIC 9(5).
           05  PARTY-ROLE             PIC X(01).
               88  PARTY-CO-BORROWER      VALUE 'C'.
               88  PARTY-GUARANTOR        VALUE 'G'.
           05  PARTY-STATUS           PIC X(01).
               88  PARTY-ACTIVE           VALUE 'A'.
               88  PARTY-REMOVED          VALUE 'R'.
           05  PARTY-ADDED-DATE       PIC 9(8).
           05  PARTY-ADDED-BY         PIC X(08).
           05  PARTY-REMOVED-DATE     PIC 9(8).
           05  PARTY-REMOVED-BY       PIC X(08).
