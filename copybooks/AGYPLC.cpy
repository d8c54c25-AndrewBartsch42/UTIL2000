      *****************************************************************
      * AGYPLC - COLLECTION AGENCY PLACEMENT RECORD
      * One record per written-off account BADDEBT places with the
      * outside collection agency: the amount placed, the closing
      * bill's due date the debt dates from, and where to find the
      * customer - the mailing address resolved from the name and
      * address file (the service address when no separate mailing
      * address is on file) plus the service address itself, so the
      * agency can skip-trace from the last premises served.
      *****************************************************************
       01  AP-PLACEMENT-RECORD.
           05  AP-AGENCY-ID         PIC X(6).
           05  AP-PLACE-DATE        PIC 9(8).
           05  AP-ACCOUNT-NO        PIC 9(6).
           05  AP-AMOUNT-PLACED     PIC 9(7)V99.
           05  AP-LAST-DUE-DATE     PIC 9(8).
           05  AP-FULL-NAME         PIC X(40).
           05  AP-MAIL-LINE-1       PIC X(30).
           05  AP-MAIL-LINE-2       PIC X(30).
           05  AP-MAIL-CITY         PIC X(20).
           05  AP-MAIL-STATE        PIC X(2).
           05  AP-MAIL-ZIP          PIC X(5).
           05  AP-MAIL-ZIP-PLUS4    PIC X(4).
           05  AP-SVC-STREET        PIC X(30).
           05  AP-SVC-CITY          PIC X(20).
           05  AP-SVC-STATE         PIC X(2).
           05  AP-SVC-ZIP           PIC X(5).
