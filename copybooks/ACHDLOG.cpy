      *****************************************************************
      * ACHDLOG - AUTOPAY DRAFT LOG RECORD
      * One record per entry ACHDRAFT sends to the bank, appended
      * across runs: the trace number the entry went out under, the
      * account, the effective (due) date it was drafted for and the
      * amount. A return comes back carrying only the original trace
      * number, so ACHRTN finds the draft here and reverses it under
      * the draft's own effective date, however late the bank sends
      * it back. ACHDRAFT numbers each run's traces on from the last
      * one logged, so a trace number is never used twice.
      *****************************************************************
       01  DL-DRAFT-LOG-RECORD.
           05  DL-TRACE-NO.
               10  DL-TRACE-ODFI    PIC X(8).
               10  DL-TRACE-SEQ     PIC 9(7).
           05  DL-ACCOUNT-NO        PIC 9(6).
           05  DL-EFFECTIVE-DATE    PIC 9(8).
           05  DL-AMOUNT            PIC 9(6)V99.
           05  DL-ENTRY-TYPE        PIC X(1).
               88  DL-ENTRY-DRAFT                VALUE 'D'.
               88  DL-ENTRY-PRENOTE              VALUE 'N'.
           05  DL-FILE-DATE         PIC 9(8).
