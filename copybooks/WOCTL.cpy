      *****************************************************************
      * WOCTL - BAD-DEBT WRITE-OFF CONTROL RECORD
      * One record, read once at the start of the BADDEBT run (and by
      * PAYPOST for the commission rate), giving the write-off policy:
      * the days a closed account's closing bill must be past due
      * before it is written off, the smallest balance worth writing
      * off, the smallest balance worth placing with the outside
      * collection agency, the agency's identifier on the placement
      * file, and the agency's contingency commission on what it
      * recovers (e.g. 02500 = 25.00 percent). Change the file, not
      * the program, when the policy or the agency contract changes.
      *****************************************************************
       01  WOCTL-RECORD.
           05  WC-MIN-AGE-DAYS      PIC 9(3).
           05  WC-MIN-BALANCE       PIC 9(5)V99.
           05  WC-PLACE-MIN         PIC 9(5)V99.
           05  WC-AGENCY-ID         PIC X(6).
           05  WC-COMMISSION-RATE   PIC 9V9999.
