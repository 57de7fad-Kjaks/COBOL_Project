      *****************************************************************
      *  EODLGREC - END-OF-DAY RUN LOG RECORD (EOD-RUN-LOG FILE)
      *  ONE RECORD EACH TIME THE END-OF-DAY DRIVER STARTS, FINISHES
      *  OR REFUSES A STEP.  THE LATEST RECORD FOR A STEP WITHIN A
      *  BUSINESS DATE IS THAT STEP'S STATE; A STEP LEFT STARTED
      *  WITH NO COMPLETION ABENDED AND IS WHERE A RESTART PICKS UP.
      *  EOD-STATUS: S = STARTED, C = COMPLETED, F = FAILED (NON-ZERO
      *  RETURN CODE), X = REFUSED (OUT OF ORDER OR ALREADY RUN).
      *  EOD-ITEM-COUNT, EOD-EXCEPTION-COUNT AND EOD-AMOUNT ARE THE
      *  TOTALS THE STEP REPORTED FOR ITSELF.
      *****************************************************************
           05  EOD-BUSINESS-DATE      PIC 9(8).
           05  EOD-STEP-NUMBER        PIC 9(2).
           05  EOD-PROGRAM            PIC X(20).
           05  EOD-STATUS             PIC X(01).
               88  EOD-STEP-STARTED       VALUE 'S'.
               88  EOD-STEP-COMPLETED     VALUE 'C'.
               88  EOD-STEP-FAILED        VALUE 'F'.
               88  EOD-STEP-REFUSED       VALUE 'X'.
           05  EOD-CLOCK-DATE         PIC 9(8).
           05  EOD-CLOCK-TIME         PIC 9(8).
           05  EOD-RETURN-CODE        PIC 9(4).
           05  EOD-ITEM-COUNT         PIC 9(9).
           05  EOD-EXCEPTION-COUNT    PIC 9(9).
           05  EOD-AMOUNT             PIC 9(11)V99.
