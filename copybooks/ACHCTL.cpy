      *****************************************************************
      * ACHCTL - AUTOPAY DRAFT CONTROL RECORD
      * One record, read once at the start of the ACHDRAFT run, naming
      * the billing cycle whose bills are to be drafted (00 = every
      * cycle) and the billing run that cut them (zero = the latest
      * run on the billing history for that cycle), together with
      * the company and bank identification the bank requires on the
      * ACH origination file: the company name and ID that appear on
      * the customer's bank statement, the routing number and name of
      * the originating bank the file is sent to, and our name as
      * the file's originator. Change the file, not the program, when
      * the bank relationship changes.
      *****************************************************************
       01  ACHCTL-RECORD.
           05  AC-BILLING-CYCLE     PIC 9(2).
           05  AC-BILL-RUN-DATE     PIC 9(8).
           05  AC-COMPANY-NAME      PIC X(16).
           05  AC-COMPANY-ID        PIC X(10).
           05  AC-ODFI-ROUTING      PIC X(9).
           05  AC-ODFI-NAME         PIC X(23).
           05  AC-ORIGIN-NAME       PIC X(23).
