      *****************************************************************
      *  CLIENTREC - CLIENT MASTER RECORD LAYOUT (CLIENTS FILE)
      *  SHARED BY: LoanManagement, BATCH LOAD/REPORT PROGRAMS
      *  CLIENT-BIRTH-DATE (YYYYMMDD) AND CLIENT-TAX-ID (NINE DIGITS)
      *  IDENTIFY THE BORROWER TO THE CREDIT BUREAUS.  RECORDS ADDED
      *  BEFORE THE FIELDS EXISTED CARRY SPACES; THEIR LOANS ARE HELD
      *  OUT OF THE BUREAU FILE UNTIL THE CLIENT IS UPDATED.
      *****************************************************************
           05  CLIENT-ID          PIC 9(5).
           05  CLIENT-NAME        PIC X(30).
           05  CLIENT-ADDRESS     PIC X(50).
           05  CLIENT-PHONE       PIC X(15).
           05  CLIENT-BIRTH-DATE  PIC 9(8).
           05  CLIENT-TAX-ID      PIC X(09).
