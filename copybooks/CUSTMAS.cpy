      * STATE UTILITY TAX ON EVERY BILL. SPACES (RECORDS WRITTEN
      * BEFORE THE FIELD EXISTED) TAX AS JURISDICTION 00 - NO TAX.
           05  CM-TAX-JURISDICTION  PIC X(2).
      * DUE DATE OF THE LATEST BILL, SET BY THE BILLING RUN WHEN IT
      * ROLLS THE BALANCE FORWARD (THE SAME DATE THE BILL PRINTS),
      * AND THE DUE DATE OF THE BILL LATECHG LAST ASSESSED A LATE
      * PAYMENT CHARGE AGAINST, SO NO BILL IS EVER CHARGED TWICE.
      * SPACES (RECORDS WRITTEN BEFORE THE FIELDS EXISTED) ARE NOT
      * NUMERIC - TEST NUMERIC BEFORE USING THEM; SUCH AN ACCOUNT IS
      * NOT ASSESSED UNTIL ITS NEXT BILL SETS A DUE DATE.
           05  CM-DUE-DATE          PIC 9(8).
           05  CM-LATE-CHG-DUE-DATE PIC 9(8).
      * SERVICE CONNECTION STATUS. SVCORDR MARKS AN ACCOUNT
      * DISCONNECTED (WITH THE DATE) WHEN IT CUTS A DISCONNECT ORDER
      * FOR NONPAYMENT, AND RECORDS THE BALANCE THE ACCOUNT MUST BE
      * PAID DOWN TO BEFORE IT QUALIFIES FOR RECONNECTION. PAYPOST
      * FLAGS IT RECONNECT-PENDING (AND ASSESSES THE RECONNECT FEE)
      * ONCE A RECEIPT BRINGS THE BALANCE DOWN TO THAT LIMIT; THE
      * NEXT SVCORDR RUN CUTS THE RECONNECT ORDER AND RETURNS IT TO
      * CONNECTED. THE METER STAYS OFF UNTIL THEN, SO THE BILLING RUN
      * BILLS NEITHER USAGE NOR ESTIMATES WHILE EITHER OFF STATUS
      * STANDS. A SPACE (RECORDS WRITTEN BEFORE THE FIELD EXISTED)
      * COUNTS AS CONNECTED.
           05  CM-SERVICE-STATUS    PIC X(1).
               88  CM-SVC-CONNECTED              VALUES 'C' SPACE.
               88  CM-SVC-DISCONNECTED           VALUE 'D'.
               88  CM-SVC-RECONNECT-PENDING      VALUE 'R'.
               88  CM-SVC-METER-OFF              VALUES 'D' 'R'.
           05  CM-DISCONNECT-DATE   PIC 9(8).
           05  CM-RECONNECT-LIMIT   PIC 9(6)V99.
      * MEDICAL CERTIFICATE ON FILE: NO DISCONNECT FOR NONPAYMENT
      * THROUGH THIS DATE. KEYED THROUGH CUSTMNT; ZERO OR SPACES
      * MEANS NO HOLD.
           05  CM-MEDICAL-HOLD-DATE PIC 9(8).
      * AUTOPAY (BANK DRAFT) ENROLLMENT, KEYED THROUGH CUSTMNT WITH
      * THE CUSTOMER'S CHECKING ACCOUNT ROUTING AND ACCOUNT NUMBER.
      * AN ENROLLED ACCOUNT GETS A ZERO-DOLLAR PRE-NOTE ON ITS NEXT
      * ACHDRAFT RUN (STATUS E TO P); CUSTMNT ACTIVATES IT ONCE THE
      * PRE-NOTE HAS CLEARED THE BANK, AND FROM THEN ON ACHDRAFT
      * DRAFTS EVERY BILL ON ITS DUE DATE. CM-AUTOPAY-DRAFT-DUE IS
      * THE DUE DATE OF THE LAST BILL DRAFTED, SO NO BILL IS EVER
      * DRAFTED TWICE. ACHRTN RECORDS THE DATE OF EACH RETURNED
      * DRAFT IN CM-AUTOPAY-RTN-DATE AND DROPS THE ACCOUNT FROM
      * AUTOPAY (STATUS D) ON A SECOND RETURN WITHIN TWELVE MONTHS.
      * SPACES (RECORDS WRITTEN BEFORE THE FIELDS EXISTED) MEAN NOT
      * ENROLLED - TEST THE DATES NUMERIC BEFORE USING THEM.
           05  CM-AUTOPAY-STATUS    PIC X(1).
               88  CM-AUTOPAY-NONE               VALUES 'N' SPACE.
               88  CM-AUTOPAY-ENROLLED           VALUE 'E'.
               88  CM-AUTOPAY-PRENOTE-SENT       VALUE 'P'.
               88  CM-AUTOPAY-ACTIVE             VALUE 'A'.
               88  CM-AUTOPAY-DROPPED            VALUE 'D'.
           05  CM-AUTOPAY-ROUTING   PIC X(9).
           05  CM-AUTOPAY-BANK-ACCT PIC X(17).
           05  CM-AUTOPAY-DRAFT-DUE PIC 9(8).
           05  CM-AUTOPAY-RTN-DATE  PIC 9(8).
      * NET METERING FOR CUSTOMER-OWNED GENERATION, KEYED THROUGH
      * CUSTMNT. FOR A NET-METERED ACCOUNT MTRUPLD POSTS THE RECEIVED
      * (TO-GRID) REGISTER'S CONSUMPTION TO CM-KWH-RECEIVED AND THE
      * NET (DELIVERED LESS RECEIVED) TO CM-KWH-USED, WHICH GOES
      * NEGATIVE WHEN THE CUSTOMER GENERATES MORE THAN IT TAKES. THE
      * BILLING RUN BILLS ONLY NET DELIVERED KWH, BANKS EXCESS
      * GENERATION IN CM-BANKED-KWH AGAINST LATER CYCLES, AND SETTLES
      * ANY BANK LEFT AT THE NETCTL SETTLEMENT MONTH (OR ON THE
      * CLOSING BILL). SPACES (RECORDS WRITTEN BEFORE THE FIELDS
      * EXISTED) MEAN NOT NET-METERED - TEST THE COUNTS NUMERIC
      * BEFORE USING THEM.
           05  CM-NET-METER-FLAG    PIC X(1).
               88  CM-NET-METERED                VALUE 'Y'.
           05  CM-KWH-RECEIVED      PIC 9(5).
           05  CM-BANKED-KWH        PIC 9(6).
      * BAD-DEBT WRITE-OFF. BADDEBT WRITES OFF A CLOSED ACCOUNT'S OPEN
      * BALANCE ONCE IT IS PAST THE WOCTL AGE AND DOLLAR THRESHOLD,
      * RECORDING THE DATE AND AMOUNT HERE, AND PLACES IT WITH THE
      * OUTSIDE COLLECTION AGENCY (CM-AGENCY-PLACED-DATE). MONEY THAT
      * COMES IN AFTERWARDS POSTS THROUGH PAYPOST AS A BAD-DEBT
      * RECOVERY AGAINST CM-WRITEOFF-AMOUNT, ACCUMULATING IN
      * CM-WO-RECOVERED, WITH THE AGENCY'S COMMISSION ON A PLACED
      * ACCOUNT IN CM-WO-COMMISSION. SPACES (RECORDS WRITTEN BEFORE
      * THE FIELDS EXISTED) MEAN NEVER WRITTEN OFF - TEST NUMERIC
      * BEFORE USING THEM.
           05  CM-WRITEOFF-DATE     PIC 9(8).
           05  CM-WRITEOFF-AMOUNT   PIC 9(6)V99.
           05  CM-WO-RECOVERED      PIC 9(6)V99.
           05  CM-WO-COMMISSION     PIC 9(6)V99.
           05  CM-AGENCY-PLACED-DATE PIC 9(8).
      * LAST DELIVERED-REGISTER READING MTRUPLD POSTED FOR THE METER
      * NOW ON THE SERVICE (ON A CHANGE-OUT, THE NEW METER'S READ).
      * RTEBOOK PRINTS IT AS THE PREVIOUS READ IN THE ROUTE BOOK AND
      * SETS THE EXPECTED-READ WINDOW FROM IT. SPACES (RECORDS WRITTEN
      * BEFORE THE FIELD EXISTED) MEAN NOT YET KNOWN - TEST NUMERIC
      * BEFORE USING IT.
           05  CM-LAST-REGISTER-READ PIC 9(7).
      * FIRST DUNNING NOTICE OF THE ACCOUNT'S CURRENT ARREARS. THE
      * FIRST NIGHT AGE2000 EXTRACTS A NOTICE FOR THE ACCOUNT IT
      * RECORDS THE DATE AND THE PAST-DUE AMOUNT NOTICED, LEAVES THEM
      * ALONE ON LATER NIGHTS WHILE THE NOTICE KEEPS BEING CUT, AND
      * CLEARS THEM TO ZERO ONCE THE ACCOUNT IS NO LONGER PAST DUE
      * ENOUGH TO BE DUNNED. SVCORDR AGES THE DISCONNECT GRACE PERIOD
      * AND COUNTS RECEIPTS AGAINST THE NOTICED AMOUNT FROM THIS
      * DATE. SPACES (RECORDS WRITTEN BEFORE THE FIELDS EXISTED) MEAN
      * NOT YET NOTICED - TEST NUMERIC BEFORE USING THEM.
           05  CM-FIRST-NOTICE-DATE PIC 9(8).
           05  CM-FIRST-NOTICE-AMT  PIC 9(7)V99.
