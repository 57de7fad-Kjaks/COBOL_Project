      *****************************************************************
      *  CHGOREC - CHARGE-OFF RECORD (CHARGEOFFS FILE)
      *  ONE RECORD PER WRITTEN-OFF LOAN, KEYED BY LOAN ID, WRITTEN
      *  WHEN THE LOAN IS WRITTEN OFF.  IT FREEZES WHAT WAS CHARGED
      *  OFF (BALANCE AND UNPAID LATE FEES), WHEN AND BY WHOM, AND
      *  CARRIES THE RUNNING RECOVERY TOTALS - RECOVERY PAYMENTS ARE
      *  CREDITED HERE, NEVER TO THE LOAN BALANCE.
      *  CHGO-AGENCY-RECOVERED / CHGO-AGENCY-COMMISSION ARE THE PART
      *  OF CHGO-RECOVERED COLLECTED BY THE PLACEMENT AGENCY AND THE
      *  COMMISSION IT KEPT.  A LOAN WRITTEN OFF BEFORE THIS FILE
      *  EXISTED GETS A RECORD ON FIRST TOUCH WITH A ZERO DATE AND A
      *  BLANK OPERATOR.
      *  CHGO-STATUS: O = OPEN (HELD IN-HOUSE), A = PLACED WITH A
      *  COLLECTION AGENCY, S = SETTLED (RECOVERED IN FULL).
      *****************************************************************
           05  CHGO-LOAN-ID           PIC 9(5).
           05  CHGO-CLIENT-ID         PIC 9(5).
           05  CHGO-DATE              PIC 9(8).
           05  CHGO-OPERATOR          PIC X(08).
           05  CHGO-PRINCIPAL         PIC 9(7)V99.
           05  CHGO-FEES              PIC 9(7)V99.
           05  CHGO-RECOVERED         PIC 9(7)V99.
           05  CHGO-AGENCY-RECOVERED  PIC 9(7)V99.
           05  CHGO-AGENCY-COMMISSION PIC 9(7)V99.
           05  CHGO-LAST-RECOVERY     PIC 9(8).
           05  CHGO-AGENCY-CODE       PIC X(05).
           05  CHGO-PLACED-DATE       PIC 9(8).
           05  CHGO-STATUS            PIC X(01).
               88  CHGO-OPEN              VALUE 'O'.
               88  CHGO-PLACED            VALUE 'A'.
               88  CHGO-SETTLED           VALUE 'S'.
