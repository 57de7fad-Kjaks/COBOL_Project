      *****************************************************************
      *  EODRSREC - END-OF-DAY STEP RESULT RECORD (STEP-RESULT FILE)
      *  WRITTEN BY EACH PROGRAM IN THE END-OF-DAY SUITE AS IT ENDS
      *  AND PICKED UP BY THE DRIVER FOR THE RUN LOG.
      *  ESR-ITEM-COUNT IS WHAT THE STEP PROCESSED (ITEMS POSTED,
      *  FEES ASSESSED, POSTING LINES, LOANS LISTED, NOTICES, ...),
      *  ESR-EXCEPTION-COUNT WHAT IT SET ASIDE OR FLAGGED, AND
      *  ESR-AMOUNT THE MONEY TOTAL IT REPORTS (ZERO IF NONE).
      *****************************************************************
           05  ESR-PROGRAM            PIC X(20).
           05  ESR-BUSINESS-DATE      PIC 9(8).
           05  ESR-ITEM-COUNT         PIC 9(9).
           05  ESR-EXCEPTION-COUNT    PIC 9(9).
           05  ESR-AMOUNT             PIC 9(11)V99.
