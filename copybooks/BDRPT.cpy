      *****************************************************************
      * BDRPT - BAD-DEBT WRITE-OFF REGISTER PRINT LINE
      * Generic 80-byte print line for the BADDEBT register of
      * accounts written off and placed, closed accounts held below
      * the age or dollar threshold, and the control totals the GL
      * extract and the placement file are proved against.
      *****************************************************************
       01  BD-LINE                  PIC X(80).
