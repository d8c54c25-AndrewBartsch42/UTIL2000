      *****************************************************************
      * RTECTL - METER READING ROUTE BOOK CONTROL RECORD
      * One record, read once at the start of the RTEBOOK run, giving
      * the billing cycle being booked (00 = every cycle), the date
      * the cycle is scheduled to be read (zero = the run date), and
      * how wide each account's expected-read window is drawn around
      * its expected consumption: the high limit as a percentage of
      * the expectation (e.g. 150), the low limit as a percentage of
      * it (e.g. 050), the least band in kWh either side however
      * small the expectation, and how many months back the seasonal
      * history reaches. Change the file, not the program, when
      * meter services wants the windows tightened or opened up.
      *****************************************************************
       01  RTECTL-RECORD.
           05  RT-BILLING-CYCLE     PIC 9(2).
           05  RT-READ-DATE         PIC 9(8).
           05  RT-HIGH-PCT          PIC 9(3).
           05  RT-LOW-PCT           PIC 9(3).
           05  RT-MIN-BAND-KWH      PIC 9(5).
           05  RT-HISTORY-MONTHS    PIC 9(2).
