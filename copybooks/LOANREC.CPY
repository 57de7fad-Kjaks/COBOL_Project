      *  LOAN-PRODUCT-CODE CARRIES THE PRODUCT THE LOAN WAS BOOKED
      *  UNDER; RECORDS BOOKED BEFORE THE FIELD EXISTED CARRY SPACES
      *  AND REPORT UNDER AN UNKNOWN-PRODUCT HEADING.
      *  LOAN-APPL-ID CARRIES THE APPLICATION THE LOAN WAS BOOKED
      *  FROM; ZERO FOR A LOAN BOOKED DIRECTLY.  RECORDS BOOKED BEFORE
      *  THE FIELD EXISTED CARRY SPACES AND HAVE NO APPLICATION.
      *****************************************************************
           05  LOAN-ID            PIC 9(5).
           05  LOAN-CLIENT-ID     PIC 9(5).
               88  LOAN-WRITTEN-OFF   VALUE 'W'.
               88  LOAN-INACTIVE      VALUES 'P' 'C' 'W'.
           05  LOAN-PRODUCT-CODE  PIC X(05).
           05  LOAN-APPL-ID       PIC 9(5).
