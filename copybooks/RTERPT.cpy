      *****************************************************************
      * RTERPT - METER READING ROUTE BOOK PRINT LINE
      * Generic 132-byte print line for the RTEBOOK read sheets: one
      * page group per route, one line per meter in walk order with
      * its previous read and high/low expected-read window and a
      * space for the reading, plus the run's control totals.
      *****************************************************************
       01  RTE-LINE                 PIC X(132).
