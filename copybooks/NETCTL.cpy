      *****************************************************************
      * NETCTL - NET METERING SETTLEMENT CONTROL RECORD
      * One record, read once at the start of the UTIL2000 run, giving
      * the tariff's annual net-metering settlement: the month (01-12)
      * in which every net-metered account's leftover banked
      * generation is settled, and the avoided-cost rate paid per
      * banked kWh at settlement (e.g. 003000 = $0.03000 per kWh). A
      * zero rate settles the bank by zeroing it with no payment. A
      * missing file settles in December at $0.03000. Change the
      * file, not the program, when the commission changes the
      * tariff.
      *****************************************************************
       01  NETCTL-RECORD.
           05  NC-SETTLE-MONTH      PIC 9(2).
           05  NC-PAYOUT-RATE       PIC 9V9(5).
