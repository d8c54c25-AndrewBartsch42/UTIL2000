      *****************************************************************
      * SVCRPT - SERVICE ORDER REGISTER PRINT LINE
      * 80-byte print line for the SVCORDR register of disconnect
      * and reconnect orders cut, accounts held back, and the run's
      * control totals.
      *****************************************************************
       01  SVC-LINE                 PIC X(80).
