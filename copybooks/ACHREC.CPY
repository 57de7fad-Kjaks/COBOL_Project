      *****************************************************************
      *  ACHREC - ACH DEBIT ORIGINATION RECORD (OUTBOUND BANK FILE)
      *  ACH-REC-TYPE: H = BATCH HEADER, D = DEBIT ENTRY,
      *  T = BATCH CONTROL TRAILER.  EACH DEBIT IS POSTED AS A
      *  PAYMENT WHEN IT IS ORIGINATED; ACH-TRACE-NUMBER CARRIES THE
      *  PAYMENT ID SO THE BANK'S RETURNS CAN BE MATCHED BACK TO IT.
      *  THE TRAILER CARRIES THE ENTRY COUNT, THE TOTAL DEBITED AND
      *  THE ENTRY HASH (SUM OF THE ROUTING NUMBERS, HIGH-ORDER
      *  DIGITS DROPPED) SO THE BANK CAN PROVE THE BATCH COMPLETE.
      *  ACH-HEADER-DATA AND ACH-TRAILER-DATA REDEFINE THE DETAIL
      *  AREA SINCE ONLY ONE VIEW APPLIES PER RECORD.
      *****************************************************************
           05  ACH-REC-TYPE           PIC X(01).
           05  ACH-DETAIL-DATA.
               10  ACH-TRACE-NUMBER       PIC 9(5).
               10  ACH-LOAN-ID            PIC 9(5).
               10  ACH-ROUTING            PIC 9(9).
               10  ACH-ACCOUNT            PIC X(17).
               10  ACH-ACCT-TYPE          PIC X(01).
               10  ACH-AMOUNT             PIC 9(7)V99.
               10  ACH-CLIENT-NAME        PIC X(22).
               10  ACH-EFFECTIVE-DATE     PIC 9(8).
           05  ACH-HEADER-DATA REDEFINES ACH-DETAIL-DATA.
               10  ACH-FILE-DATE          PIC 9(8).
               10  ACH-COMPANY-ID         PIC X(10).
               10  ACH-COMPANY-NAME       PIC X(16).
               10  ACH-BATCH-NUMBER       PIC 9(7).
               10  FILLER                 PIC X(35).
           05  ACH-TRAILER-DATA REDEFINES ACH-DETAIL-DATA.
               10  ACH-ENTRY-COUNT        PIC 9(6).
               10  ACH-ENTRY-HASH         PIC 9(10).
               10  ACH-TOTAL-DEBIT        PIC 9(10)V99.
               10  FILLER                 PIC X(48).
