      *****************************************************************
      * DUNEXCP - DUNNING ADDRESS EXCEPTION LISTING PRINT LINE
      * Generic 80-byte print line for accounts AGE2000 would have
      * dunned but could not, because the name and address file has
      * no usable mailing address for them.
      *****************************************************************
       01  DUNEX-LINE               PIC X(80).
