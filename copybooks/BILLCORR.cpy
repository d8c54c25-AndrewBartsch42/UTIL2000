      *****************************************************************
      * BILLCORR - BILL CORRECTION (CANCEL/REBILL) TRANSACTION
      * One record per bill already cut that billing needs corrected
      * - a bad read or the wrong rate schedule - read by REBILL.
      * Names the account and the run date of the bill to cancel,
      * and the corrected billed kWh and/or the corrected rate
      * schedule. A blank kWh means the billed usage stands; a blank
      * schedule means the schedule the bill was priced on stands.
      * The user and reason print on the correction register.
      *****************************************************************
       01  BC-CORRECTION-RECORD.
           05  BC-ACCOUNT-NO        PIC 9(6).
           05  BC-BILL-RUN-DATE     PIC 9(8).
           05  BC-BILL-RUN-DATE-R REDEFINES BC-BILL-RUN-DATE.
               10  BC-BILL-CCYY     PIC 9(4).
               10  BC-BILL-MM       PIC 9(2).
               10  BC-BILL-DD       PIC 9(2).
           05  BC-CORR-KWH          PIC 9(5).
           05  BC-CORR-KWH-X REDEFINES BC-CORR-KWH
                                    PIC X(5).
           05  BC-CORR-SCHEDULE     PIC X(15).
           05  BC-USER-ID           PIC X(8).
           05  BC-REASON            PIC X(30).
