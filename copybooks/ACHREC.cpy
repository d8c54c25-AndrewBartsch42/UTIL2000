      *****************************************************************
      * ACHREC - ACH (NACHA) FILE RECORD
      * One 94-byte record of an ACH file in the bank's standard
      * format, used both for the autopay debit origination file
      * ACHDRAFT builds and for the returns file the bank sends back
      * to ACHRTN. The first byte says which record it is: 1 file
      * header, 5 batch header, 6 entry detail (one draft or
      * pre-note), 7 addenda (on a returns file, the return reason
      * for the entry before it), 8 batch control, 9 file control.
      * Records of all nines pad the file out to a full block of ten.
      * Each layout below is another view of the same record.
      *****************************************************************
       01  ACH-RECORD.
           05  ACH-RECORD-TYPE      PIC X(1).
               88  ACH-TYPE-FILE-HEADER          VALUE '1'.
               88  ACH-TYPE-BATCH-HEADER         VALUE '5'.
               88  ACH-TYPE-ENTRY-DETAIL         VALUE '6'.
               88  ACH-TYPE-ADDENDA              VALUE '7'.
               88  ACH-TYPE-BATCH-CONTROL        VALUE '8'.
               88  ACH-TYPE-FILE-CONTROL         VALUE '9'.
           05  FILLER               PIC X(93).
      * FILE HEADER - THE BANK THE FILE GOES TO AND WHO SENT IT
       01  ACH-FILE-HEADER.
           05  ACH-FH-RECORD-TYPE   PIC X(1).
           05  ACH-FH-PRIORITY      PIC X(2).
           05  ACH-FH-IMMED-DEST    PIC X(10).
           05  ACH-FH-IMMED-ORIGIN  PIC X(10).
           05  ACH-FH-CREATE-DATE   PIC 9(6).
           05  ACH-FH-CREATE-TIME   PIC 9(4).
           05  ACH-FH-FILE-ID-MOD   PIC X(1).
           05  ACH-FH-RECORD-SIZE   PIC X(3).
           05  ACH-FH-BLOCKING      PIC X(2).
           05  ACH-FH-FORMAT-CODE   PIC X(1).
           05  ACH-FH-DEST-NAME     PIC X(23).
           05  ACH-FH-ORIGIN-NAME   PIC X(23).
           05  ACH-FH-REFERENCE     PIC X(8).
      * BATCH HEADER - ONE PER EFFECTIVE (SETTLEMENT) DATE
       01  ACH-BATCH-HEADER.
           05  ACH-BH-RECORD-TYPE   PIC X(1).
           05  ACH-BH-SERVICE-CLASS PIC 9(3).
           05  ACH-BH-COMPANY-NAME  PIC X(16).
           05  ACH-BH-DISCRETIONARY PIC X(20).
           05  ACH-BH-COMPANY-ID    PIC X(10).
           05  ACH-BH-SEC-CODE      PIC X(3).
           05  ACH-BH-ENTRY-DESC    PIC X(10).
           05  ACH-BH-DESC-DATE     PIC X(6).
           05  ACH-BH-EFFECTIVE-DT  PIC 9(6).
           05  ACH-BH-SETTLE-DATE   PIC X(3).
           05  ACH-BH-ORIG-STATUS   PIC X(1).
           05  ACH-BH-ODFI-ID       PIC X(8).
           05  ACH-BH-BATCH-NO      PIC 9(7).
      * ENTRY DETAIL - ONE DRAFT OR PRE-NOTE AGAINST ONE CUSTOMER'S
      * CHECKING ACCOUNT. THE INDIVIDUAL ID CARRIES OUR ACCOUNT
      * NUMBER, SO A RETURNED ENTRY COMES BACK TO THE RIGHT ACCOUNT.
       01  ACH-ENTRY-DETAIL.
           05  ACH-ED-RECORD-TYPE   PIC X(1).
           05  ACH-ED-TRAN-CODE     PIC X(2).
               88  ACH-ED-CHECKING-DEBIT         VALUE '27'.
               88  ACH-ED-CHECKING-PRENOTE       VALUE '28'.
           05  ACH-ED-RDFI-ID       PIC X(8).
           05  ACH-ED-CHECK-DIGIT   PIC X(1).
           05  ACH-ED-DFI-ACCOUNT   PIC X(17).
           05  ACH-ED-AMOUNT        PIC 9(8)V99.
           05  ACH-ED-INDIVIDUAL-ID.
               10  ACH-ED-ACCOUNT-NO PIC 9(6).
               10  FILLER           PIC X(9).
           05  ACH-ED-INDIV-NAME    PIC X(22).
           05  ACH-ED-DISCRETIONARY PIC X(2).
           05  ACH-ED-ADDENDA-IND   PIC X(1).
           05  ACH-ED-TRACE-NO      PIC X(15).
      * RETURN ADDENDA - WHY THE BANK SENT THE ENTRY BEFORE IT BACK
       01  ACH-RETURN-ADDENDA.
           05  ACH-AD-RECORD-TYPE   PIC X(1).
           05  ACH-AD-ADDENDA-TYPE  PIC X(2).
               88  ACH-AD-RETURN                 VALUE '99'.
           05  ACH-AD-RETURN-REASON PIC X(3).
           05  ACH-AD-ORIG-TRACE    PIC X(15).
           05  ACH-AD-DEATH-DATE    PIC X(6).
           05  ACH-AD-ORIG-RDFI     PIC X(8).
           05  ACH-AD-INFORMATION   PIC X(44).
           05  ACH-AD-TRACE-NO      PIC X(15).
      * BATCH CONTROL - ENTRY COUNT, ROUTING NUMBER HASH AND TOTALS
       01  ACH-BATCH-CONTROL.
           05  ACH-BC-RECORD-TYPE   PIC X(1).
           05  ACH-BC-SERVICE-CLASS PIC 9(3).
           05  ACH-BC-ENTRY-COUNT   PIC 9(6).
           05  ACH-BC-ENTRY-HASH    PIC 9(10).
           05  ACH-BC-TOTAL-DEBIT   PIC 9(10)V99.
           05  ACH-BC-TOTAL-CREDIT  PIC 9(10)V99.
           05  ACH-BC-COMPANY-ID    PIC X(10).
           05  ACH-BC-AUTH-CODE     PIC X(19).
           05  ACH-BC-RESERVED      PIC X(6).
           05  ACH-BC-ODFI-ID       PIC X(8).
           05  ACH-BC-BATCH-NO      PIC 9(7).
      * FILE CONTROL - THE SAME TOTALS FOR THE WHOLE FILE
       01  ACH-FILE-CONTROL.
           05  ACH-FC-RECORD-TYPE   PIC X(1).
           05  ACH-FC-BATCH-COUNT   PIC 9(6).
           05  ACH-FC-BLOCK-COUNT   PIC 9(6).
           05  ACH-FC-ENTRY-COUNT   PIC 9(8).
           05  ACH-FC-ENTRY-HASH    PIC 9(10).
           05  ACH-FC-TOTAL-DEBIT   PIC 9(10)V99.
           05  ACH-FC-TOTAL-CREDIT  PIC 9(10)V99.
           05  ACH-FC-RESERVED      PIC X(39).
