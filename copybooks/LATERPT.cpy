      *****************************************************************
      * LATERPT - LATE PAYMENT CHARGE REGISTER PRINT LINE
      * Generic 80-byte print line for the LATECHG register of
      * charges assessed, accounts held exempt, and the control
      * totals the GL extract is proved against.
      *****************************************************************
       01  LATE-LINE                PIC X(80).
