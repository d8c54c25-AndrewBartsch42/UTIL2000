      *****************************************************************
      * STMTRPT - STATEMENT OF ACCOUNT PRINT LINE
      * Generic 132-byte print line for ACCTSTMT: one statement per
      * request, each on its own pages (the dated ledger, running
      * balance and tie to the master), then a control page with the
      * run's counts and any requests rejected.
      *****************************************************************
       01  STMT-LINE                PIC X(132).
