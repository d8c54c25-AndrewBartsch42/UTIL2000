      * One record per receipt PAYPOST actually applied to the
      * master, appended across runs: P bill payment, D security
      * deposit, R returned-payment reversal, F returned-item fee
      * assessed, C reconnect fee assessed, B bad-debt recovery on an
      * account already written off (the balance is not touched -
      * the money comes back against the write-off); plus L late
      * payment charge assessed by LATECHG and W bad-debt write-off
      * taken off the balance by BADDEBT.
      * Together with BILLHIST this is what lets ARRECON recompute
      * every account's expected balance instead of rebuilding it by
      * hand from old listings.
      *****************************************************************
       01  PH-PAYMENT-RECORD.
           05  PH-ACCOUNT-NO        PIC 9(6).
               88  PH-TYPE-DEPOSIT               VALUE 'D'.
               88  PH-TYPE-REVERSAL              VALUE 'R'.
               88  PH-TYPE-NSF-FEE               VALUE 'F'.
               88  PH-TYPE-LATE-CHARGE           VALUE 'L'.
               88  PH-TYPE-RECONNECT-FEE         VALUE 'C'.
               88  PH-TYPE-WRITE-OFF             VALUE 'W'.
               88  PH-TYPE-RECOVERY              VALUE 'B'.
