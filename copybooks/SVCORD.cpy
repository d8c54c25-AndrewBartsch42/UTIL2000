      *****************************************************************
      * SVCORD - FIELD SERVICE ORDER RECORD
      * One record per order SVCORDR cuts for the field crews: D
      * disconnect for nonpayment, R reconnect once the past-due
      * balance is paid. Carries the service address the meter sits
      * at (from the name and address file) and, on a disconnect,
      * the past-due amount that will stop the order if it is paid
      * before the crew arrives.
      *****************************************************************
       01  SO-SERVICE-ORDER.
           05  SO-ORDER-TYPE        PIC X(1).
               88  SO-TYPE-DISCONNECT            VALUE 'D'.
               88  SO-TYPE-RECONNECT             VALUE 'R'.
           05  SO-ACCOUNT-NO        PIC 9(6).
           05  SO-ORDER-DATE        PIC 9(8).
           05  SO-FULL-NAME         PIC X(40).
           05  SO-PAST-DUE          PIC 9(7)V99.
           05  SO-SVC-STREET        PIC X(30).
           05  SO-SVC-CITY          PIC X(20).
           05  SO-SVC-STATE         PIC X(2).
           05  SO-SVC-ZIP           PIC X(5).
           05  SO-SVC-ZIP-PLUS4     PIC X(4).
