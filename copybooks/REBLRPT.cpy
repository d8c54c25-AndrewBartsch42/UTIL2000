      *****************************************************************
      * REBLRPT - CANCEL/REBILL CORRECTION REGISTER PRINT LINE
      * Generic 80-byte print line for the REBILL register: each
      * corrected bill's original, cancelled and rebilled amounts
      * side by side, the corrections rejected, the control totals
      * and the reversing and rebill GL journal.
      *****************************************************************
       01  REBL-LINE                PIC X(80).
