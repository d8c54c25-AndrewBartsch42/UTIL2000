      *****************************************************************
      * NAMEADDR - CUSTOMER NAME AND ADDRESS RECORD
      * One record per account, held in the indexed name and address
      * file keyed on NA-ACCOUNT-NO and maintained by CUSTMNT beside
      * the master. Carries the customer's full name (CM-CUST-NAME is
      * only a 12-byte short name for registers), the service address
      * the meter sits at, and a separate mailing address for
      * customers whose mail goes elsewhere - landlords, snowbirds,
      * billing offices. A blank mailing address means the mail goes
      * to the service address. The bill print and dunning notices
      * mail to whichever address that resolves to; an account with
      * no usable address is listed as an exception instead.
      *****************************************************************
       01  NA-NAME-ADDR-RECORD.
           05  NA-ACCOUNT-NO        PIC 9(6).
           05  NA-FULL-NAME         PIC X(40).
           05  NA-SERVICE-ADDR.
               10  NA-SVC-STREET    PIC X(30).
               10  NA-SVC-CITY      PIC X(20).
               10  NA-SVC-STATE     PIC X(2).
               10  NA-SVC-ZIP       PIC X(5).
               10  NA-SVC-ZIP-PLUS4 PIC X(4).
      * Mailing address. Line 1 blank means mail to the service
      * address; line 2 is optional (suite, c/o, PO box).
           05  NA-MAILING-ADDR.
               10  NA-MAIL-LINE-1   PIC X(30).
               10  NA-MAIL-LINE-2   PIC X(30).
               10  NA-MAIL-CITY     PIC X(20).
               10  NA-MAIL-STATE    PIC X(2).
               10  NA-MAIL-ZIP      PIC X(5).
               10  NA-MAIL-ZIP-PLUS4 PIC X(4).
