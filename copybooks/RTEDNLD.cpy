      *****************************************************************
      * RTEDNLD - METER READING ROUTE BOOK (HANDHELD DOWNLOAD) RECORD
      * One record per meter to be read, written by RTEBOOK in route
      * and walk order for the readers' handhelds, and read back by
      * MTRUPLD to edit each uploaded read against the account's
      * window and to list the booked meters the upload never
      * returned. RB-PREV-KNOWN is N when the master has no posted
      * register reading yet (the read window is then blank).
      * RB-WINDOW-BASIS says what the window was drawn from: S the
      * account's bills for the same season in earlier years, R its
      * latest bills where there is no seasonal history, N no usable
      * history at all (no window - MTRUPLD applies its flat cap).
      * The kWh limits are true (multiplied) consumption; the read
      * limits are what the register should show, allowing for the
      * dials rolling over.
      *****************************************************************
       01  RB-BOOK-RECORD.
           05  RB-ROUTE-NO          PIC X(4).
           05  RB-WALK-SEQ          PIC 9(4).
           05  RB-ACCOUNT-NO        PIC 9(6).
           05  RB-BILLING-CYCLE     PIC 9(2).
           05  RB-READ-DATE         PIC 9(8).
           05  RB-METER-NO          PIC X(8).
           05  RB-DIAL-COUNT        PIC 9(1).
           05  RB-MULTIPLIER        PIC 9(4).
           05  RB-PREV-KNOWN        PIC X(1).
               88  RB-PREV-READ-KNOWN            VALUE 'Y'.
           05  RB-PREVIOUS-READ     PIC 9(7).
           05  RB-WINDOW-BASIS      PIC X(1).
               88  RB-WINDOW-SEASONAL            VALUE 'S'.
               88  RB-WINDOW-RECENT              VALUE 'R'.
               88  RB-NO-WINDOW                  VALUE 'N'.
           05  RB-EXPECTED-KWH      PIC 9(7).
           05  RB-LOW-KWH           PIC 9(7).
           05  RB-HIGH-KWH          PIC 9(7).
           05  RB-LOW-READ          PIC 9(7).
           05  RB-HIGH-READ         PIC 9(7).
           05  RB-METER-OFF         PIC X(1).
               88  RB-SERVICE-OFF                VALUE 'Y'.
           05  RB-SVC-STREET        PIC X(30).
