      *****************************************************************
      *  PLACEREC - COLLECTION AGENCY PLACEMENT RECORD (OUTBOUND FILE)
      *  PLC-REC-TYPE: H = PLACEMENT HEADER, D = ACCOUNT PLACED,
      *  T = TRAILER.  ONE DETAIL PER CHARGED-OFF LOAN HANDED TO THE
      *  AGENCY; THE TRAILER CARRIES THE DETAIL COUNT AND THE TOTAL
      *  AMOUNT PLACED SO THE AGENCY CAN PROVE THE FILE COMPLETE.
      *  PLC-AMOUNT-PLACED IS CHARGED-OFF BALANCE PLUS FEES LESS
      *  ANY RECOVERIES ALREADY TAKEN IN-HOUSE.
      *  PLC-HEADER-DATA AND PLC-TRAILER-DATA REDEFINE THE DETAIL
      *  AREA SINCE ONLY ONE VIEW APPLIES PER RECORD.
      *****************************************************************
           05  PLC-REC-TYPE           PIC X(01).
           05  PLC-AGENCY-CODE        PIC X(05).
           05  PLC-DETAIL-DATA.
               10  PLC-LOAN-ID            PIC 9(5).
               10  PLC-CLIENT-ID          PIC 9(5).
               10  PLC-CLIENT-NAME        PIC X(30).
               10  PLC-CLIENT-ADDRESS     PIC X(50).
               10  PLC-CLIENT-PHONE       PIC X(15).
               10  PLC-CHGO-DATE          PIC 9(8).
               10  PLC-CHGO-AMOUNT        PIC 9(7)V99.
               10  PLC-RECOVERED          PIC 9(7)V99.
               10  PLC-AMOUNT-PLACED      PIC 9(7)V99.
           05  PLC-HEADER-DATA REDEFINES PLC-DETAIL-DATA.
               10  PLC-PLACEMENT-DATE     PIC 9(8).
               10  FILLER                 PIC X(132).
           05  PLC-TRAILER-DATA REDEFINES PLC-DETAIL-DATA.
               10  PLC-RECORD-COUNT       PIC 9(9).
               10  PLC-TOTAL-PLACED       PIC 9(11)V99.
               10  FILLER                 PIC X(118).
