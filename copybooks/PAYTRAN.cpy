      * PAYTRAN - CASH RECEIPTS PAYMENT TRANSACTION RECORD
      * One record per receipt taken at the counter or lockbox, read
      * by PAYPOST and applied against the customer master. Tender
      * type is C (CASH), K (CHECK), E (ELECTRONIC) or A (AUTOPAY
      * BANK DRAFT - written by ACHDRAFT for each bill it drafts,
      * dated the draft's effective date, and by ACHRTN for each
      * draft the bank returns).
      *****************************************************************
       01  PAY-PAYMENT-RECORD.
           05  PAY-ACCOUNT-NO       PIC 9(6).
