      *****************************************************************
      * ACHRTRPT - AUTOPAY RETURNS LISTING PRINT LINE
      * Generic 80-byte print line for the ACHRTN listing: each
      * returned draft converted to a PAYPOST reversal, each returned
      * pre-note, the accounts dropped from autopay, and the control
      * totals proved against the bank's returns file.
      *****************************************************************
       01  ACHT-LINE                PIC X(80).
