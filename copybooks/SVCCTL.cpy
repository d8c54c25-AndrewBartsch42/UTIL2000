      *****************************************************************
      * SVCCTL - SERVICE ORDER CONTROL RECORD
      * One record, read once at the start of the SVCORDR run, giving
      * the collections rules for disconnection: the grace days a
      * dunning notice must stand before a disconnect order may be
      * cut, and the winter moratorium window (month and day, MMDD,
      * inclusive; a window that runs past December wraps into the
      * new year) during which no disconnect orders are cut at all.
      * A zero window means no moratorium. Change the file, not the
      * program, when the commission changes the rules.
      *****************************************************************
       01  SVCCTL-RECORD.
           05  SC-GRACE-DAYS        PIC 9(2).
           05  SC-MORATORIUM-START  PIC 9(4).
           05  SC-MORATORIUM-END    PIC 9(4).
