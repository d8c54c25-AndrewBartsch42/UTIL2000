      *****************************************************************
      * STMTREQ - STATEMENT OF ACCOUNT REQUEST
      * One record per statement wanted, read by ACCTSTMT: the
      * account and the period to list. A zero (or blank) from date
      * lists from the start of history; a zero (or blank) thru date
      * lists through the latest activity. Activity before the
      * period is brought forward as the opening balance and
      * activity after it is summarized, so the statement always
      * runs to the current master balance. The requester and
      * reason print in the statement heading.
      *****************************************************************
       01  SR-REQUEST-RECORD.
           05  SR-ACCOUNT-NO        PIC 9(6).
           05  SR-ACCOUNT-NO-X REDEFINES SR-ACCOUNT-NO
                                    PIC X(6).
           05  SR-FROM-DATE         PIC 9(8).
           05  SR-FROM-DATE-X REDEFINES SR-FROM-DATE
                                    PIC X(8).
           05  SR-THRU-DATE         PIC 9(8).
           05  SR-THRU-DATE-X REDEFINES SR-THRU-DATE
                                    PIC X(8).
           05  SR-REQUESTED-BY      PIC X(8).
           05  SR-REASON            PIC X(30).
