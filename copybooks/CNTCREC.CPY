      *****************************************************************
      *  CNTCREC - COLLECTIONS CONTACT ACTIVITY RECORD (CONTACTS FILE)
      *  ONE RECORD PER CALL, VISIT OR LETTER LOGGED BY A COLLECTOR
      *  AGAINST A LOAN, KEYED BY LOAN AND A SEQUENCE NUMBER THAT
      *  RUNS FROM 1 FOR EACH LOAN, SO THE LAST RECORD FOR A LOAN IS
      *  ITS LATEST CONTACT.
      *  CNTC-CHANNEL: O = OUTBOUND CALL, I = INBOUND CALL,
      *  V = VISIT, L = LETTER/E-MAIL.
      *  CNTC-OUTCOME: N = NO ANSWER, M = LEFT MESSAGE, W = WRONG
      *  NUMBER, P = PROMISE TO PAY, R = REFUSED TO PAY, D = DISPUTES
      *  THE DEBT, C = CONTACTED - OTHER (SEE NOTE).
      *  A PROMISE (OUTCOME P) CARRIES THE AMOUNT AND THE DATE BY
      *  WHICH IT WILL BE PAID.  CNTC-PROMISE-STATUS: O = OPEN,
      *  K = KEPT, B = BROKEN, S = SUPERSEDED BY A LATER PROMISE ON
      *  THE SAME LOAN; SPACE ON A CONTACT THAT IS NOT A PROMISE.
      *  THE NIGHTLY PROMISE REVIEW FILLS CNTC-PROMISE-PAID WITH THE
      *  PAYMENTS POSTED TOWARD THE PROMISE AND STAMPS
      *  CNTC-RESOLVED-DATE WHEN IT IS KEPT OR BROKEN.
      *****************************************************************
           05  CNTC-KEY.
               10  CNTC-LOAN-ID       PIC 9(5).
               10  CNTC-SEQ           PIC 9(4).
           05  CNTC-CLIENT-ID         PIC 9(5).
           05  CNTC-DATE              PIC 9(8).
           05  CNTC-TIME              PIC 9(8).
           05  CNTC-COLLECTOR         PIC X(08).
           05  CNTC-CHANNEL           PIC X(01).
               88  CNTC-CALL-OUT          VALUE 'O'.
               88  CNTC-CALL-IN           VALUE 'I'.
               88  CNTC-VISIT             VALUE 'V'.
               88  CNTC-LETTER            VALUE 'L'.
               88  CNTC-CHANNEL-VALID     VALUES 'O' 'I' 'V' 'L'.
           05  CNTC-OUTCOME           PIC X(01).
               88  CNTC-NO-ANSWER         VALUE 'N'.
               88  CNTC-LEFT-MESSAGE      VALUE 'M'.
               88  CNTC-WRONG-NUMBER      VALUE 'W'.
               88  CNTC-PROMISE           VALUE 'P'.
               88  CNTC-REFUSED           VALUE 'R'.
               88  CNTC-DISPUTE           VALUE 'D'.
               88  CNTC-OTHER             VALUE 'C'.
               88  CNTC-OUTCOME-VALID     VALUES 'N' 'M' 'W' 'P'
                                                 'R' 'D' 'C'.
           05  CNTC-NOTE              PIC X(40).
           05  CNTC-PROMISE-AMOUNT    PIC 9(7)V99.
           05  CNTC-PROMISE-DATE      PIC 9(8).
           05  CNTC-PROMISE-STATUS    PIC X(01).
               88  CNTC-PROMISE-OPEN      VALUE 'O'.
               88  CNTC-PROMISE-KEPT      VALUE 'K'.
               88  CNTC-PROMISE-BROKEN    VALUE 'B'.
               88  CNTC-PROMISE-SUPERSEDED VALUE 'S'.
           05  CNTC-PROMISE-PAID      PIC 9(7)V99.
           05  CNTC-RESOLVED-DATE     PIC 9(8).
