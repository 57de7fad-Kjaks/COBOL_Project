      *****************************************************************
      *  CBURREC - CREDIT BUREAU REPORTING RECORD (OUTBOUND FILE)
      *  CBUR-REC-TYPE: H = FILE HEADER, D = ACCOUNT SEGMENT (ONE PER
      *  LOAN), T = FILE TRAILER.  THE HEADER NAMES THE REPORTER AND
      *  THE PERIOD (YYYYMM) REPORTED; THE TRAILER CARRIES THE SEGMENT
      *  COUNT BY ACCOUNT STATUS, THE LOANS HELD BACK FOR MISSING
      *  BORROWER IDENTIFICATION AND THE BALANCE AND PAST-DUE TOTALS
      *  SO THE BUREAU CAN PROVE THE FILE COMPLETE.
      *  CBUR-DELINQ-BUCKET: 0 = CURRENT OR UNDER 30 DAYS PAST DUE,
      *  1 = 30-59, 2 = 60-89, 3 = 90-119, 4 = 120-149, 5 = 150-179,
      *  6 = 180 DAYS OR MORE, COUNTED FROM THE OLDEST UNPAID
      *  INSTALLMENT.
      *  CBUR-ACCOUNT-STATUS: CU = OPEN AND CURRENT, DL = OPEN AND
      *  DELINQUENT, PD = PAID OFF, CL = CLOSED, CO = CHARGED OFF.
      *  CBUR-HEADER-DATA AND CBUR-TRAILER-DATA REDEFINE THE SEGMENT
      *  AREA SINCE ONLY ONE VIEW APPLIES PER RECORD.
      *****************************************************************
           05  CBUR-REC-TYPE          PIC X(01).
           05  CBUR-SEGMENT-DATA.
               10  CBUR-LOAN-ID           PIC 9(5).
               10  CBUR-CLIENT-ID         PIC 9(5).
               10  CBUR-CLIENT-NAME       PIC X(30).
               10  CBUR-BIRTH-DATE        PIC 9(8).
               10  CBUR-TAX-ID            PIC X(09).
               10  CBUR-ADDRESS           PIC X(50).
               10  CBUR-OPENED-DATE       PIC 9(8).
               10  CBUR-ORIGINAL-AMOUNT   PIC 9(7)V99.
               10  CBUR-TERM-MONTHS       PIC 9(3).
               10  CBUR-BALANCE           PIC 9(7)V99.
               10  CBUR-SCHEDULED-PAYMENT PIC 9(7)V99.
               10  CBUR-AMOUNT-PAST-DUE   PIC 9(7)V99.
               10  CBUR-DELINQ-BUCKET     PIC X(01).
               10  CBUR-ACCOUNT-STATUS    PIC X(02).
                   88  CBUR-CURRENT           VALUE 'CU'.
                   88  CBUR-DELINQUENT        VALUE 'DL'.
                   88  CBUR-PAID-OFF          VALUE 'PD'.
                   88  CBUR-CLOSED            VALUE 'CL'.
                   88  CBUR-CHARGED-OFF       VALUE 'CO'.
           05  CBUR-HEADER-DATA REDEFINES CBUR-SEGMENT-DATA.
               10  CBUR-FILE-DATE         PIC 9(8).
               10  CBUR-PERIOD            PIC 9(6).
               10  CBUR-REPORTER-ID       PIC X(10).
               10  CBUR-REPORTER-NAME     PIC X(16).
               10  FILLER                 PIC X(117).
           05  CBUR-TRAILER-DATA REDEFINES CBUR-SEGMENT-DATA.
               10  CBUR-SEGMENT-COUNT     PIC 9(7).
               10  CBUR-CURRENT-COUNT     PIC 9(7).
               10  CBUR-DELINQ-COUNT      PIC 9(7).
               10  CBUR-PAID-COUNT        PIC 9(7).
               10  CBUR-CLOSED-COUNT      PIC 9(7).
               10  CBUR-CHARGEOFF-COUNT   PIC 9(7).
               10  CBUR-REJECT-COUNT      PIC 9(7).
               10  CBUR-TOTAL-BALANCE     PIC 9(11)V99.
               10  CBUR-TOTAL-PAST-DUE    PIC 9(11)V99.
               10  FILLER                 PIC X(82).
