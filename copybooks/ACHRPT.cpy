      *****************************************************************
      * ACHRPT - AUTOPAY DRAFT REGISTER PRINT LINE
      * Generic 80-byte print line for the ACHDRAFT register: each
      * autopay bill drafted, pre-noted or passed over with the
      * reason, and the batch and file control totals the ACH
      * origination file and the draft receipts are proved against.
      *****************************************************************
       01  ACHR-LINE                PIC X(80).
