      *****************************************************************
      *  APPLREC - LOAN APPLICATION RECORD (APPLICATIONS FILE)
      *  ONE RECORD PER REQUEST FOR CREDIT, KEYED BY APPLICATION
      *  NUMBER (ASSIGNED NEXT-HIGHEST WHEN TAKEN).  EVERY REQUEST IS
      *  KEPT, WHETHER IT IS BOOKED, DECLINED OR WITHDRAWN.
      *  APPL-STATUS: P = PENDING, A = APPROVED, D = DECLINED,
      *  W = WITHDRAWN, B = BOOKED (APPL-LOAN-ID CARRIES THE LOAN).
      *  APPL-GATE-REASON IS THE UNDERWRITING GATE RESULT WHEN THE
      *  APPLICATION WAS TAKEN (SPACES = PASSED).  APPL-REASON IS THE
      *  DECIDING OPERATOR'S REASON AND IS PRINTED ON THE DECLINE
      *  LETTER.  APPL-LETTER-DATE IS THE BUSINESS DATE THE DECLINE
      *  REGISTER LISTED THE APPLICATION AND PRODUCED ITS LETTER.
      *****************************************************************
           05  APPL-ID                PIC 9(5).
           05  APPL-CLIENT-ID         PIC 9(5).
           05  APPL-AMOUNT            PIC 9(7)V99.
           05  APPL-PRODUCT-CODE      PIC X(05).
           05  APPL-DURATION          PIC 9(3).
           05  APPL-STATUS            PIC X(01).
               88  APPL-PENDING           VALUE 'P'.
               88  APPL-APPROVED          VALUE 'A'.
               88  APPL-DECLINED          VALUE 'D'.
               88  APPL-WITHDRAWN         VALUE 'W'.
               88  APPL-BOOKED            VALUE 'B'.
               88  APPL-OPEN              VALUES 'P' 'A'.
           05  APPL-TAKEN-DATE        PIC 9(8).
           05  APPL-TAKEN-BY          PIC X(08).
           05  APPL-GATE-REASON       PIC X(30).
           05  APPL-DECISION-DATE     PIC 9(8).
           05  APPL-DECIDED-BY        PIC X(08).
           05  APPL-REASON            PIC X(50).
           05  APPL-LOAN-ID           PIC 9(5).
           05  APPL-BOOKED-DATE       PIC 9(8).
           05  APPL-LETTER-DATE       PIC 9(8).
