      *****************************************************************
      * LATECTL - LATE PAYMENT CHARGE CONTROL RECORD
      * One record, read once at the start of the LATECHG run, giving
      * the tariff's late payment charge: the percentage assessed on
      * the unpaid balance (e.g. 01500 = 1.50 percent), the minimum
      * charge, the grace days allowed past the bill due date before
      * a charge is assessed, and the billing cycle being assessed
      * (00 = every cycle whose due date has passed). Change the
      * file, not the program, when the commission changes the
      * tariff.
      *****************************************************************
       01  LATECTL-RECORD.
           05  LC-LATE-CHG-RATE     PIC 9V9999.
           05  LC-MIN-CHARGE        PIC 9(3)V99.
           05  LC-GRACE-DAYS        PIC 9(2).
           05  LC-BILLING-CYCLE     PIC 9(2).
