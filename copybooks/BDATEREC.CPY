      *****************************************************************
      *  BDATEREC - BUSINESS DATE CONTROL RECORD (BUSINESS-DATE FILE)
      *  A SINGLE RECORD HOLDING THE PROCESSING DATE EVERY BATCH
      *  PROGRAM RUNS FOR, SO A NIGHT RUN THAT SLIPS PAST MIDNIGHT OR
      *  A RERUN OF AN EARLIER DAY STILL SELECTS THAT DAY'S ACTIVITY.
      *  ONLY A SUPERVISOR ROLLS IT FORWARD, FROM LoanManagement.
      *  BDATE-EOD-STATUS: SPACE = DAY OPEN, R = END-OF-DAY RUNNING,
      *  C = END-OF-DAY COMPLETE FOR BDATE-CURRENT.
      *  BDATE-ROLLED-ON/AT/BY RECORD THE CLOCK TIME AND SUPERVISOR
      *  OF THE LAST ROLL.
      *****************************************************************
           05  BDATE-CURRENT          PIC 9(8).
           05  BDATE-PREVIOUS         PIC 9(8).
           05  BDATE-EOD-STATUS       PIC X(01).
               88  BDATE-DAY-OPEN         VALUE SPACE.
               88  BDATE-EOD-RUNNING      VALUE 'R'.
               88  BDATE-EOD-COMPLETE     VALUE 'C'.
           05  BDATE-ROLLED-ON        PIC 9(8).
           05  BDATE-ROLLED-AT        PIC 9(8).
           05  BDATE-ROLLED-BY        PIC X(08).
