           SELECT MTRINV-FILE ASSIGN TO "METERINV.DAT"                  00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-MTRINV-STATUS.                         00009999
      ***************************************************************** 00009999
      * CUSTOMER NAME AND ADDRESS - WHERE EACH BILL IS MAILED           00009999
      ***************************************************************** 00009999
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00009999
               ORGANIZATION IS INDEXED                                  00009999
               ACCESS MODE IS RANDOM                                    00009999
               RECORD KEY IS NA-ACCOUNT-NO                              00009999
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00009999
      ***************************************************************** 00009999
      * NET METERING SETTLEMENT CONTROL - SETTLEMENT MONTH AND PAYOUT   00009999
      * RATE FOR BANKED GENERATION                                      00009999
      ***************************************************************** 00009999
           SELECT NETCTL-FILE ASSIGN TO "NETCTL.DAT"                    00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-NETCTL-STATUS.                         00009999
      ***************************************************************** 00009999
      * NIGHTLY STREAM RUN LOG, SHARED BY EVERY STEP OF THE STREAM      00009999
      ***************************************************************** 00009999
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"                    00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-RUNLOG-STATUS.                         00009999
      ***************************************************************** 00009999
      * NIGHTLY STREAM CONTROL - BUSINESS DATE AND OPERATOR OVERRIDES   00009999
      ***************************************************************** 00009999
           SELECT STRMCTL-FILE ASSIGN TO "STRMCTL.DAT"                  00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-STRMCTL-STATUS.                        00009999
       DATA DIVISION.                                                   00000305
       FILE SECTION.                                                    00000315
      ***************************************************************** 00000325
      ***************************************************************** 00009999
       FD  MTRINV-FILE.                                                 00009999
           COPY MTRINV.                                                 00009999
      ***************************************************************** 00009999
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00009999
      ***************************************************************** 00009999
       FD  NAMEADDR-FILE.                                               00009999
           COPY NAMEADDR.                                               00009999
      ***************************************************************** 00009999
      * NETCTL-FILE - NET METERING CONTROL (SEE COPYBOOKS/NETCTL.CPY)   00009999
      ***************************************************************** 00009999
       FD  NETCTL-FILE.                                                 00009999
           COPY NETCTL.                                                 00009999
      ***************************************************************** 00009999
      * RUNLOG-FILE - STREAM RUN LOG (SEE COPYBOOKS/RUNLOG.CPY)         00009999
      ***************************************************************** 00009999
       FD  RUNLOG-FILE.                                                 00009999
           COPY RUNLOG.                                                 00009999
      ***************************************************************** 00009999
      * STRMCTL-FILE - STREAM CONTROL (SEE COPYBOOKS/STRMCTL.CPY)       00009999
      ***************************************************************** 00009999
       FD  STRMCTL-FILE.                                                00009999
           COPY STRMCTL.                                                00009999
       WORKING-STORAGE SECTION.                                         00000481
                                                                        00000480
      ***************************************************************** 00000490
       01  WS-GL-ACCT-DEPOSIT       PIC X(8)     VALUE '23600000'.      00009999
       01  WS-GL-ACCT-REFUND        PIC X(8)     VALUE '23700000'.      00009999
       01  WS-GL-ACCT-RECEIVABLE    PIC X(8)     VALUE '12000000'.      00009999
       01  WS-GL-ACCT-NET-PURCHASE  PIC X(8)     VALUE '50100000'.      00009999
       01  WS-GL-COMPONENT-NAME     PIC X(10)    VALUE SPACES.          00009999
                                                                        00001031
      ***************************************************************** 00001032
           88  CUST-FINAL-PENDING               VALUE 'F'.              00009999
           88  CUST-CLOSED                      VALUE 'C'.              00009999
       01  WS-FINAL-BILL-COUNT      PIC 9(5)    VALUE 0.                00009999
      * SERVICE STATUS FROM THE MASTER. A METER SVCORDR HAS ORDERED OFF 00009999
      * IS NOT BILLED USAGE OR SYSTEM ESTIMATES; USAGE READ ON IT AFTER 00009999
      * THE DISCONNECT DATE GOES TO THE EXCEPTION LISTING AS POSSIBLE   00009999
      * TAMPERING. A DISCONNECTED ACCOUNT MOVING OUT STILL GETS ITS     00009999
      * CLOSING BILL, FOR FEES AND BALANCE ONLY.                        00009999
       01  WS-CUST-SVC-STATUS       PIC X(1)    VALUE SPACE.            00009999
           88  CUST-METER-OFF                   VALUES 'D' 'R'.         00009999
       01  WS-CUST-DISC-DATE        PIC 9(8)    VALUE 0.                00009999
       01  WS-TAMPER-COUNT          PIC 9(5)    VALUE 0.                00009999
      * SECURITY DEPOSIT HELD ON THE ACCOUNT. SHOWN ON THE BILL         00009999
      * DOCUMENT EVERY CYCLE; THE CLOSING BILL APPLIES DEPOSIT PLUS     00009999
      * ACCRUED INTEREST AGAINST THE AMOUNT DUE AND RELEASES THE        00009999
       01  WS-DEP-AMT-ED            PIC ZZZ,ZZ9.99.                     00009999
                                                                        00009999
      ***************************************************************** 00009999
      * NET METERING. A NET-METERED ACCOUNT BILLS ONLY ITS NET          00009999
      * DELIVERED KWH THROUGH THE TIERS: EXCESS GENERATION (A           00009999
      * NEGATIVE NET) GOES INTO THE KWH BANK, AND THE BANK IS DRAWN     00009999
      * DOWN AGAINST LATER CYCLES' NET USAGE. AT THE NETCTL             00009999
      * SETTLEMENT MONTH, AND ON A CLOSING BILL, WHATEVER IS LEFT IN    00009999
      * THE BANK IS PAID OUT AT THE AVOIDED-COST RATE AS A CREDIT       00009999
      * AGAINST THE AMOUNT DUE (OR ZEROED AT A ZERO RATE). AN           00009999
      * ACCOUNT TAKEN OFF NET METERING STILL DRAWS DOWN AND SETTLES     00009999
      * THE BANK IT BUILT. THE CREDIT IS PURCHASED POWER, NOT A         00009999
      * REVENUE REDUCTION - IT RIDES IN THE CLOSING ADJUSTMENT AND      00009999
      * POSTS ITS OWN SELF-BALANCING GL PAIR.                           00009999
      ***************************************************************** 00009999
       01  WS-NETCTL-STATUS         PIC X(2)     VALUE SPACES.          00009999
       01  WS-NET-SETTLE-MM         PIC 9(2)     VALUE 12.              00009999
       01  WS-NET-PAYOUT-RATE       PIC 9V9(5)   VALUE 0.03.            00009999
       01  WS-CUST-NET-FLAG         PIC X(1)     VALUE 'N'.             00009999
           88  CUST-NET-METERED                  VALUE 'Y'.             00009999
       01  WS-CUST-KWH-RECEIVED     PIC 9(5)     VALUE 0.               00009999
       01  WS-CUST-BANKED-KWH       PIC 9(6)     VALUE 0.               00009999
       01  WS-NET-METER-SW          PIC X(1)     VALUE 'N'.             00009999
           88  NET-METER-BILL                    VALUE 'Y'.             00009999
       01  WS-NET-KWH               PIC S9(5)    VALUE 0                00009999
               SIGN IS TRAILING SEPARATE.                               00009999
       01  WS-KWH-DELIVERED         PIC 9(6)     VALUE 0.               00009999
       01  WS-KWH-RECEIVED          PIC 9(6)     VALUE 0.               00009999
       01  WS-BANK-ADDED            PIC 9(6)     VALUE 0.               00009999
       01  WS-BANK-APPLIED          PIC 9(6)     VALUE 0.               00009999
       01  WS-NET-BANK-KWH          PIC 9(6)     VALUE 0.               00009999
       01  WS-NET-SETTLED-KWH       PIC 9(6)     VALUE 0.               00009999
       01  WS-NET-SETTLE-CREDIT     PIC 9(5)V99  VALUE 0.               00009999
       01  WS-NET-BILL-COUNT        PIC 9(5)     VALUE 0.               00009999
       01  WS-NET-SETTLE-COUNT      PIC 9(5)     VALUE 0.               00009999
       01  WS-GRAND-KWH-DELIVERED   PIC 9(8)     VALUE 0.               00009999
       01  WS-GRAND-KWH-RECEIVED    PIC 9(8)     VALUE 0.               00009999
       01  WS-GRAND-BANK-ADDED      PIC 9(8)     VALUE 0.               00009999
       01  WS-GRAND-BANK-APPLIED    PIC 9(8)     VALUE 0.               00009999
       01  WS-GRAND-KWH-SETTLED     PIC 9(8)     VALUE 0.               00009999
       01  WS-GRAND-NET-CREDIT      PIC 9(8)V99  VALUE 0.               00009999
       01  WS-RPT-NET-KWH-ED        PIC ZZ,ZZZ,ZZ9.                     00009999
       01  WS-DOC-NET-KWH-ED        PIC -ZZZ,ZZ9.                       00009999
       01  WS-DOC-BANK-ED           PIC ZZZ,ZZ9.                        00009999
       01  WS-DOC-RATE-ED           PIC 9.99999.                        00009999
       01  WS-NET-CREDIT-ED         PIC ZZ,ZZ9.99.                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * MISSING-READ CONTROLS. A READ DATE OLDER THAN THE BILLING       00009999
      * PERIOD MEANS THE FIELD SYSTEM SENT NOTHING THIS CYCLE: THE      00009999
      * BILL IS CUT FROM A SYSTEM ESTIMATE (THE ACCOUNT'S USAGE         00009999
           05  WS-CAL-DD            PIC 9(2).                           00009999
       01  WS-CAL-SCHED-ED          PIC X(10)    VALUE SPACES.          00009999
       01  WS-CAL-CYCLE-ED          PIC Z9.                             00009999
                                                                        00009999
      ***************************************************************** 00009999
      * MAILING ADDRESS FOR THIS ACCOUNT'S BILL, RESOLVED FROM THE      00009999
      * NAME AND ADDRESS FILE BY 557-RESOLVE-MAILING-ADDRESS: THE       00009999
      * SEPARATE MAILING ADDRESS WHEN ONE IS ON FILE, OTHERWISE THE     00009999
      * SERVICE ADDRESS. AN ACCOUNT WITH NO RECORD, OR WHOSE ADDRESS    00009999
      * LACKS A STREET, CITY, STATE OR NUMERIC ZIP, IS NOT BILLED -     00009999
      * IT GOES TO THE EXCEPTION LISTING INSTEAD.                       00009999
      ***************************************************************** 00009999
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00009999
       01  WS-MAIL-USABLE-SW        PIC X(1)     VALUE 'N'.             00009999
           88  MAIL-ADDR-USABLE                  VALUE 'Y'.             00009999
       01  WS-MAIL-ADDRESS.                                             00009999
           05  WS-MAIL-NAME         PIC X(40)    VALUE SPACES.          00009999
           05  WS-MAIL-LINE-1       PIC X(30)    VALUE SPACES.          00009999
           05  WS-MAIL-LINE-2       PIC X(30)    VALUE SPACES.          00009999
           05  WS-MAIL-CITY         PIC X(20)    VALUE SPACES.          00009999
           05  WS-MAIL-STATE        PIC X(2)     VALUE SPACES.          00009999
           05  WS-MAIL-ZIP          PIC X(5)     VALUE SPACES.          00009999
           05  WS-MAIL-ZIP-PLUS4    PIC X(4)     VALUE SPACES.          00009999
       01  WS-SVC-ADDR-LINE         PIC X(60)    VALUE SPACES.          00009999
                                                                        00001180
      ***************************************************************** 00001190
      * WORK AREAS                                                      00001200
       01  WS-STUB-AMOUNT           PIC 9(7)V99  VALUE 0.               00009999
       01  WS-STUB-AMOUNT-ED        PIC 9(7).99.                        00009999
                                                                        00001780
      ***************************************************************** 00009999
      * NIGHTLY STREAM RUN LOG CONTROLS. WS-THIS-STEP IS THIS PROGRAM'S 00009999
      * NAME ON THE STREAM STEP TABLE AND THE RUN LOG. THE WS-LOG-      00009999
      * FIELDS ARE WHAT THE NEXT RUN LOG ENTRY CARRIES: THE MASTER AS   00009999
      * THIS STEP FOUND IT AND LEFT IT, AND THE STEP'S OWN CONTROL      00009999
      * TOTALS (SEE COPYBOOKS/RUNLOG.CPY).                              00009999
      ***************************************************************** 00009999
       01  WS-RUNLOG-STATUS         PIC X(2)     VALUE SPACES.          00009999
       01  WS-STRMCTL-STATUS        PIC X(2)     VALUE SPACES.          00009999
       01  WS-STREAM-EOF-SWITCHES.                                      00009999
           05  WS-RUNLOG-EOF-SW     PIC X(1)     VALUE 'N'.             00009999
               88  RUNLOG-EOF                    VALUE 'Y'.             00009999
           05  WS-STRMCTL-EOF-SW    PIC X(1)     VALUE 'N'.             00009999
               88  STRMCTL-EOF                   VALUE 'Y'.             00009999
       01  WS-THIS-STEP             PIC X(8)     VALUE 'UTIL2000'.      00009999
       01  WS-THIS-STEP-SEQ         PIC 9(1)     VALUE 0.               00009999
       01  WS-PRED-STEP             PIC X(8)     VALUE SPACES.          00009999
       01  WS-BUSINESS-DATE         PIC 9(8)     VALUE 0.               00009999
       01  WS-STREAM-PROBLEM        PIC X(40)    VALUE SPACES.          00009999
       01  WS-OVR-DATE              PIC 9(8)     VALUE 0.               00009999
       01  WS-OVR-OPERATOR          PIC X(8)     VALUE SPACES.          00009999
       01  WS-OVR-REASON            PIC X(40)    VALUE SPACES.          00009999
       01  WS-LOG-EVENT             PIC X(1)     VALUE SPACE.           00009999
       01  WS-LOG-DATE              PIC 9(8)     VALUE 0.               00009999
       01  WS-LOG-TIME              PIC 9(8)     VALUE 0.               00009999
       01  WS-LOG-CYCLE             PIC 9(2)     VALUE 0.               00009999
       01  WS-LOG-MODE              PIC X(5)     VALUE 'FINAL'.         00009999
       01  WS-LOG-RETURN-CODE       PIC 9(2)     VALUE 0.               00009999
       01  WS-LOG-RECORDS-IN        PIC 9(7)     VALUE 0.               00009999
       01  WS-LOG-AMOUNT-IN         PIC S9(9)V99 VALUE 0.               00009999
       01  WS-LOG-RECORDS-OUT       PIC 9(7)     VALUE 0.               00009999
       01  WS-LOG-AMOUNT-OUT        PIC S9(9)V99 VALUE 0.               00009999
       01  WS-LOG-CONTROL-COUNT     PIC 9(7)     VALUE 0.               00009999
       01  WS-LOG-CONTROL-AMOUNT    PIC S9(9)V99 VALUE 0.               00009999
       01  WS-LOG-OPERATOR          PIC X(8)     VALUE SPACES.          00009999
       01  WS-LOG-REMARKS           PIC X(40)    VALUE SPACES.          00009999
      * SET WHEN THE ACCOUNT JUST BILLED LEFT THE MASTER (A CLOSING     00009999
      * BILL THAT OWED NOTHING), SO IT STAYS OUT OF THE OUT TOTALS      00009999
       01  WS-MASTER-DELETED-SW     PIC X(1)     VALUE 'N'.             00009999
           88  MASTER-DELETED                    VALUE 'Y'.             00009999
           COPY STEPTBL.                                                00009999
                                                                        00009999
      ***************************************************************** 00001790
      * IT'S GO TIME!                                                   00001800
      ***************************************************************** 00001810
               STOP RUN                                                 00002075
           END-IF.                                                      00002085
                                                                        00002090
      *    THE NAME AND ADDRESS FILE SAYS WHERE EVERY BILL GOES - NO    00009999
      *    FILE, NO BILLS                                               00009999
           OPEN INPUT NAMEADDR-FILE.                                    00009999
           IF WS-NAMEADDR-STATUS NOT = '00'                             00009999
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00009999
                   WS-NAMEADDR-STATUS                                   00009999
               STOP RUN                                                 00009999
           END-IF.                                                      00009999
           OPEN INPUT BILLMSG-FILE.                                     00009999
           IF WS-BILLMSG-STATUS = '00'                                  00009999
               PERFORM UNTIL BILLMSG-EOF                                00009999
               CLOSE BILLMSG-FILE                                       00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    THE NET-METERING SETTLEMENT TERMS ARE OPTIONAL - WITHOUT     00009999
      *    THE FILE THE BANK SETTLES IN DECEMBER AT THE DEFAULT RATE    00009999
           OPEN INPUT NETCTL-FILE.                                      00009999
           IF WS-NETCTL-STATUS = '00'                                   00009999
               READ NETCTL-FILE                                         00009999
                   AT END                                               00009999
                       CONTINUE                                         00009999
                   NOT AT END                                           00009999
                       IF NC-SETTLE-MONTH >= 1 AND NC-SETTLE-MONTH <= 1200009999
                           MOVE NC-SETTLE-MONTH TO WS-NET-SETTLE-MM     00009999
                       END-IF                                           00009999
                       IF NC-PAYOUT-RATE IS NUMERIC                     00009999
                           MOVE NC-PAYOUT-RATE TO WS-NET-PAYOUT-RATE    00009999
                       END-IF                                           00009999
               END-READ                                                 00009999
               CLOSE NETCTL-FILE                                        00009999
           END-IF.                                                      00009999
                                                                        00009999
           PERFORM 175-COMPUTE-DUE-DATE.                                00009999
                                                                        00002230
           MOVE 0 TO WS-CTL-EXPECTED-COUNT WS-CTL-EXPECTED-AMOUNT.      00009999
               DISPLAY 'BILLING CYCLE SELECTED: ' WS-BILL-CYCLE         00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    THE STREAM CHECK COMES BEFORE THE CALENDAR GUARD SO A        00009999
      *    REFUSED RERUN IS LOGGED UNDER THE RIGHT BUSINESS DATE        00009999
           MOVE WS-BILL-CYCLE TO WS-LOG-CYCLE.                          00009999
           MOVE WS-RUN-MODE TO WS-LOG-MODE.                             00009999
           PERFORM 050-CHECK-STREAM-ORDER.                              00009999
                                                                        00009999
      *    PICK UP A PENDING RESTART FIRST - AN ABEND RECOVERY MUST     00009999
      *    PASS THE CALENDAR GUARD BELOW EVEN THOUGH THE HISTORY        00009999
      *    ALREADY SHOWS BILLS FROM THE INTERRUPTED RUN                 00009999
           END-IF.                                                      00009999
                                                                        00009999
           PERFORM 190-CHECK-BILLING-CALENDAR.                          00009999
           PERFORM 060-LOG-STEP-START.                                  00009999
                                                                        00009999
      *    EVERY OUTPUT FILE - REPORTS AND BILL DOCUMENTS INCLUDED -    00009999
      *    OPENS ONLY NOW THAT THE GUARD HAS LET THE RUN THROUGH, SO    00009999
               END-IF                                                   00002349
               END-IF                                                   00009999
               END-IF                                                   00009999
               PERFORM 075-TALLY-MASTER-OUT                             00009999
               PERFORM 700-READ-CUSTMAS                                 00002355
           END-PERFORM.                                                 00002365
           IF NOT TRIAL-RUN                                             00009999
           PERFORM 935-WRITE-CALENDAR-STATUS.                           00009999
                                                                        00002390
           CLOSE CUSTMAS-FILE.                                          00002405
           CLOSE NAMEADDR-FILE.                                         00009999
           CLOSE RPT-FILE.                                              00002417
           CLOSE EXCPT-FILE.                                            00002428
           IF NOT TRIAL-RUN                                             00009999
           END-IF.                                                      00009999
           CLOSE USGRPT-FILE.                                           00009999
           CLOSE BILLDOC-FILE.                                          00009999
           PERFORM 090-LOG-STEP-END.                                    00009999
           STOP RUN.                                                    00002430
                                                                        00002440
      ***************************************************************** 00002455
      * Read the next customer master record, setting the EOF switch    00002465
      * when the file is exhausted. Each record read counts into the    00009999
      * master IN totals for the run log.                               00009999
      ***************************************************************** 00002485
       700-READ-CUSTMAS.                                                00002495
           READ CUSTMAS-FILE                                            00002505
               AT END                                                   00002515
                   SET CUSTMAS-EOF TO TRUE                              00002525
               NOT AT END                                               00009999
                   ADD 1 TO WS-LOG-RECORDS-IN                           00009999
                   COMPUTE WS-LOG-AMOUNT-IN = WS-LOG-AMOUNT-IN          00009999
                       + CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED     00009999
           END-READ.                                                    00002535
                                                                        00009999
      ***************************************************************** 00009999
               END-IF                                                   00009999
           END-PERFORM.                                                 00009999
           IF HIST-FOUND                                                00009999
      *        A CANCELLED BILL COMES BACK OUT OF THE TREND             00009999
               IF BH-ENTRY-CANCEL                                       00009999
                   SUBTRACT BH-KWH-USED FROM                            00009999
                       WS-HIST-KWH-TOTAL (WS-HIST-MATCH-IDX)            00009999
                   SUBTRACT 1 FROM WS-HIST-KWH-COUNT (WS-HIST-MATCH-IDX)00009999
               ELSE                                                     00009999
                   ADD BH-KWH-USED TO                                   00009999
                       WS-HIST-KWH-TOTAL (WS-HIST-MATCH-IDX)            00009999
                   ADD 1 TO WS-HIST-KWH-COUNT (WS-HIST-MATCH-IDX)       00009999
               END-IF                                                   00009999
           ELSE                                                         00009999
               IF WS-HIST-ENTRIES-USED < 100 AND NOT BH-ENTRY-CANCEL    00009999
                   ADD 1 TO WS-HIST-ENTRIES-USED                        00009999
                   MOVE WS-HIST-ENTRIES-USED TO WS-HIST-MATCH-IDX       00009999
                   SET WS-HIST-IDX TO WS-HIST-ENTRIES-USED              00009999
                   ELSE                                                 00009999
                       MOVE BH-TOTAL-BILL TO WS-HIST-BILL-AMT           00009999
                   END-IF                                               00009999
                   IF BH-ENTRY-CANCEL                                   00009999
                       SUBTRACT WS-HIST-BILL-AMT FROM                   00009999
                           WS-HIST-BILL-TOTAL (WS-HIST-MATCH-IDX)       00009999
                       SUBTRACT 1 FROM                                  00009999
                           WS-HIST-BILL-COUNT (WS-HIST-MATCH-IDX)       00009999
                   ELSE                                                 00009999
                       ADD WS-HIST-BILL-AMT TO                          00009999
                           WS-HIST-BILL-TOTAL (WS-HIST-MATCH-IDX)       00009999
                       ADD 1 TO WS-HIST-BILL-COUNT (WS-HIST-MATCH-IDX)  00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
                           ' ALREADY BILLED THIS PERIOD'                00009999
                       DISPLAY 'RUN REFUSED - SET THE RUNCTL RERUN '    00009999
                           'OVERRIDE FOR A DELIBERATE RERUN'            00009999
                       MOVE 'R' TO WS-LOG-EVENT                         00009999
                       MOVE 16 TO WS-LOG-RETURN-CODE                    00009999
                       MOVE 'CYCLE ALREADY BILLED THIS PERIOD'          00009999
                           TO WS-LOG-REMARKS                            00009999
                       PERFORM 070-WRITE-RUN-LOG                        00009999
                       STOP RUN                                         00009999
                   END-IF                                               00009999
                   END-IF                                               00009999
           MOVE CM-DEPOSIT-INTEREST  TO WS-CUST-DEP-INTEREST.           00009999
           MOVE CM-LAST-READ-DATE    TO WS-CUST-LAST-READ.              00009999
           MOVE CM-ESTIMATE-COUNT    TO WS-CUST-EST-COUNT.              00009999
           MOVE CM-SERVICE-STATUS    TO WS-CUST-SVC-STATUS.             00009999
           MOVE CM-DISCONNECT-DATE   TO WS-CUST-DISC-DATE.              00009999
      *    RECORDS CONVERTED BEFORE THE FIELD EXISTED TAX AS            00009999
      *    JURISDICTION 00 - NO TAX                                     00009999
           IF CM-TAX-JURISDICTION = SPACES                              00009999
               MOVE '00' TO WS-CUST-TAX-JURIS                           00009999
           ELSE                                                         00009999
               MOVE CM-TAX-JURISDICTION TO WS-CUST-TAX-JURIS            00009999
           END-IF.                                                      00009999
      *    RECORDS WRITTEN BEFORE NET METERING ARE NOT NET-METERED AND  00009999
      *    HOLD NO BANK. AN ACCOUNT TAKEN OFF NET METERING STILL WORKS  00009999
      *    OFF WHAT IT HAS BANKED.                                      00009999
           MOVE CM-NET-METER-FLAG TO WS-CUST-NET-FLAG.                  00009999
           MOVE 0 TO WS-CUST-KWH-RECEIVED.                              00009999
           IF CUST-NET-METERED AND CM-KWH-RECEIVED IS NUMERIC           00009999
               MOVE CM-KWH-RECEIVED TO WS-CUST-KWH-RECEIVED             00009999
           END-IF.                                                      00009999
           MOVE 0 TO WS-CUST-BANKED-KWH.                                00009999
           IF CM-BANKED-KWH IS NUMERIC                                  00009999
               MOVE CM-BANKED-KWH TO WS-CUST-BANKED-KWH                 00009999
           END-IF.                                                      00009999
           MOVE 'N' TO WS-NET-METER-SW.                                 00009999
           IF CUST-NET-METERED OR WS-CUST-BANKED-KWH > 0                00009999
               SET NET-METER-BILL TO TRUE                               00009999
           END-IF.                                                      00009999
                                                                        00002650
      ***************************************************************** 00002668
           MOVE 'N' TO WS-READ-STALE-SW.                                00009999
           MOVE 'N' TO WS-SYS-EST-SW.                                   00009999
           PERFORM 551-SCALE-KWH-LIMIT.                                 00009999
      *    A NET-METERED ACCOUNT'S NET GOES NEGATIVE WHEN ITS OWN       00009999
      *    GENERATION OUTRUNS WHAT IT TAKES FROM THE GRID               00009999
           IF WS-KWH-USED < 0 AND NOT CUST-NET-METERED                  00009999
               SET EDIT-FAILED TO TRUE                                  00002758
               MOVE 'NEGATIVE KWH READING' TO WS-EDIT-REASON            00002768
           ELSE IF WS-SERVICE-FEE = 0                                   00002778
                   TO WS-EDIT-REASON                                    00002838
           END-IF.                                                      00002848
                                                                        00009999
      *    A DISCONNECTED METER SHOULD READ NOTHING - USAGE READ AFTER  00009999
      *    THE DISCONNECT DATE IS POSSIBLE TAMPERING. OTHERWISE IT IS   00009999
      *    NOT BILLED AT ALL UNLESS IT IS MOVING OUT, WHEN THE CLOSING  00009999
      *    BILL CARRIES NO USAGE.                                       00009999
           IF EDIT-PASSED AND CUST-METER-OFF                            00009999
               IF WS-CUST-LAST-READ > WS-CUST-DISC-DATE                 00009999
                       AND WS-KWH-USED > 0                              00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'USAGE ON DISCONNECTED METER - TAMPERING?'      00009999
                       TO WS-EDIT-REASON                                00009999
                   ADD 1 TO WS-TAMPER-COUNT                             00009999
               ELSE IF NOT CUST-FINAL-PENDING                           00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'METER DISCONNECTED - NOT BILLED'               00009999
                       TO WS-EDIT-REASON                                00009999
               ELSE                                                     00009999
                   MOVE 0 TO WS-KWH-USED                                00009999
                   MOVE 0 TO WS-CUST-KWH-RECEIVED                       00009999
               END-IF                                                   00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    A BILL WITH NOWHERE TO GO IS NOT CUT - AN ACCOUNT WITH NO    00009999
      *    USABLE MAILING ADDRESS GOES TO THE EXCEPTION LISTING. THIS   00009999
      *    RUNS BEFORE THE READ CHECK SO IT CUTS NO RE-READ REQUEST     00009999
      *    AND BURNS NO ESTIMATE.                                       00009999
           IF EDIT-PASSED                                               00009999
               PERFORM 557-RESOLVE-MAILING-ADDRESS                      00009999
               IF NOT MAIL-ADDR-USABLE                                  00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'NO USABLE MAILING ADDRESS' TO WS-EDIT-REASON   00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
      *    NO READ THIS PERIOD MEANS THE USAGE ON THE MASTER IS LAST    00009999
      *    MONTH'S - ESTIMATE IT, OR STOP BILLING ONCE THE ESTIMATE     00009999
      *    LIMIT IS REACHED AND SEND THE FIELD CREWS INSTEAD. A METER   00009999
      *    THAT IS OFF HAS NO READ TO WAIT FOR.                         00009999
           IF EDIT-PASSED AND NOT CUST-METER-OFF                        00009999
               PERFORM 552-CHECK-READ-CURRENCY                          00009999
               IF READ-IS-STALE                                         00009999
                   IF WS-CUST-EST-COUNT >= WS-MAX-CONSEC-EST            00009999
                   WS-HIST-KWH-TOTAL (WS-HIST-MATCH-IDX) /              00009999
                   WS-HIST-KWH-COUNT (WS-HIST-MATCH-IDX)                00009999
           END-IF.                                                      00009999
      *    AN ESTIMATE IS OF NET DELIVERED USAGE - NOTHING IS TAKEN AS  00009999
      *    RECEIVED FROM THE CUSTOMER'S GENERATION                      00009999
           MOVE 0 TO WS-CUST-KWH-RECEIVED.                              00009999
           MOVE 'E' TO WS-CUST-READ-CODE.                               00009999
           SET SYSTEM-ESTIMATED TO TRUE.                                00009999
           ADD 1 TO WS-SYS-EST-COUNT.                                   00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Look up this account on the name and address file and resolve   00009999
      * where its bill is mailed: the separate mailing address when     00009999
      * one is on file, otherwise the service address. The address      00009999
      * is usable only with a street, city, state and numeric zip.      00009999
      * The service address is also set up for the bill document.       00009999
      ***************************************************************** 00009999
       557-RESOLVE-MAILING-ADDRESS.                                     00009999
           MOVE 'N' TO WS-MAIL-USABLE-SW.                               00009999
           MOVE SPACES TO WS-MAIL-ADDRESS.                              00009999
           MOVE SPACES TO WS-SVC-ADDR-LINE.                             00009999
           MOVE WS-CUST-ACCOUNT-NO TO NA-ACCOUNT-NO.                    00009999
           READ NAMEADDR-FILE                                           00009999
               INVALID KEY                                              00009999
                   CONTINUE                                             00009999
               NOT INVALID KEY                                          00009999
                   MOVE NA-FULL-NAME TO WS-MAIL-NAME                    00009999
                   IF NA-MAIL-LINE-1 = SPACES                           00009999
                       MOVE NA-SVC-STREET     TO WS-MAIL-LINE-1         00009999
                       MOVE NA-SVC-CITY       TO WS-MAIL-CITY           00009999
                       MOVE NA-SVC-STATE      TO WS-MAIL-STATE          00009999
                       MOVE NA-SVC-ZIP        TO WS-MAIL-ZIP            00009999
                       MOVE NA-SVC-ZIP-PLUS4  TO WS-MAIL-ZIP-PLUS4      00009999
                   ELSE                                                 00009999
                       MOVE NA-MAIL-LINE-1    TO WS-MAIL-LINE-1         00009999
                       MOVE NA-MAIL-LINE-2    TO WS-MAIL-LINE-2         00009999
                       MOVE NA-MAIL-CITY      TO WS-MAIL-CITY           00009999
                       MOVE NA-MAIL-STATE     TO WS-MAIL-STATE          00009999
                       MOVE NA-MAIL-ZIP       TO WS-MAIL-ZIP            00009999
                       MOVE NA-MAIL-ZIP-PLUS4 TO WS-MAIL-ZIP-PLUS4      00009999
                   END-IF                                               00009999
                   STRING NA-SVC-STREET DELIMITED BY '  '               00009999
                          ', '          DELIMITED BY SIZE               00009999
                          NA-SVC-CITY   DELIMITED BY '  '               00009999
                       INTO WS-SVC-ADDR-LINE                            00009999
           END-READ.                                                    00009999
           IF WS-MAIL-NAME = SPACES                                     00009999
               MOVE WS-CUST-NAME TO WS-MAIL-NAME                        00009999
           END-IF.                                                      00009999
           IF WS-MAIL-LINE-1 NOT = SPACES                               00009999
                   AND WS-MAIL-CITY NOT = SPACES                        00009999
                   AND WS-MAIL-STATE NOT = SPACES                       00009999
                   AND WS-MAIL-ZIP IS NUMERIC                           00009999
               SET MAIL-ADDR-USABLE TO TRUE                             00009999
           END-IF.                                                      00009999
                                                                        00002850
      ***************************************************************** 00002860
      * BILL ROUTINE                                                    00002870
           PERFORM 155-LOOKUP-TAX-JURISDICTION.                         00009999
           PERFORM 160-DETERMINE-DAYS-IN-MONTH.                         00002917
           PERFORM 170-PRORATE-FOR-BILLING-PERIOD.                      00002918
           IF NET-METER-BILL                                            00009999
               PERFORM 205-APPLY-NET-METERING                           00009999
           END-IF.                                                      00009999
           PERFORM 200-CALC-TIERS.                                      00002920
           PERFORM 300-CALC-CHARGES.                                    00002930
           PERFORM 305-APPLY-BUDGET-BILLING.                            00009999
           PERFORM 309-CALC-TAXES.                                      00009999
           PERFORM 307-ACCUMULATE-RUN-TOTALS.                           00009999
           PERFORM 310-CALC-AMOUNT-DUE.                                 00009999
           IF NET-METER-BILL                                            00009999
               PERFORM 311-SETTLE-NET-BANK                              00009999
           END-IF.                                                      00009999
           IF CUST-FINAL-PENDING                                        00009999
               PERFORM 315-FINALIZE-CLOSING-BILL                        00009999
           END-IF.                                                      00009999
           MOVE WS-TAX-TOTAL       TO BH-TAX-AMOUNT.                    00009999
           MOVE WS-BILL-CYCLE      TO BH-BILLING-CYCLE.                 00009999
           MOVE WS-CLOSING-ADJ     TO BH-CLOSING-ADJ.                   00009999
           MOVE WS-DUE-DATE        TO BH-DUE-DATE.                      00009999
           MOVE WS-CUST-SCHEDULE-CODE TO BH-SCHEDULE-CODE.              00009999
           MOVE WS-BILLING-DAYS    TO BH-BILLING-DAYS.                  00009999
           MOVE 'B'                TO BH-ENTRY-TYPE.                    00009999
           MOVE WS-CUST-READ-CODE  TO BH-READ-CODE.                     00009999
           IF NET-METER-BILL                                            00009999
               IF CUST-NET-METERED                                      00009999
                   MOVE 'Y'            TO BH-NET-METER-FLAG             00009999
               ELSE                                                     00009999
                   MOVE 'N'            TO BH-NET-METER-FLAG             00009999
               END-IF                                                   00009999
               MOVE WS-KWH-DELIVERED   TO BH-KWH-DELIVERED              00009999
               MOVE WS-KWH-RECEIVED    TO BH-KWH-RECEIVED               00009999
           ELSE                                                         00009999
               MOVE 'N'                TO BH-NET-METER-FLAG             00009999
               MOVE WS-KWH-USED        TO BH-KWH-DELIVERED              00009999
               MOVE 0                  TO BH-KWH-RECEIVED               00009999
           END-IF.                                                      00009999
           MOVE WS-NET-BANK-KWH    TO BH-KWH-BANKED.                    00009999
           MOVE WS-NET-SETTLED-KWH TO BH-KWH-SETTLED.                   00009999
           MOVE WS-NET-SETTLE-CREDIT TO BH-NET-SETTLE-CREDIT.           00009999
           WRITE BILLHIST-RECORD.                                       00009999
                                                                        00009999
      ***************************************************************** 00009999
           IF CUST-READ-ESTIMATED                                       00009999
               ADD 1 TO CM-ESTIMATE-COUNT                               00009999
               IF SYSTEM-ESTIMATED                                      00009999
                   IF NET-METER-BILL                                    00009999
                       MOVE WS-NET-KWH TO CM-KWH-USED                   00009999
                   ELSE                                                 00009999
                       MOVE WS-KWH-USED TO CM-KWH-USED                  00009999
                   END-IF                                               00009999
                   IF CUST-NET-METERED                                  00009999
                       MOVE 0 TO CM-KWH-RECEIVED                        00009999
                   END-IF                                               00009999
                   MOVE 'E' TO CM-READ-CODE                             00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
      *    THE NEW BILL'S DUE DATE IS WHAT LATECHG TESTS THE UNPAID     00009999
      *    BALANCE AGAINST                                              00009999
           MOVE WS-DUE-DATE TO CM-DUE-DATE.                             00009999
      *    THE KWH BANK CARRIES FORWARD (OR STARTS OVER AFTER A         00009999
      *    SETTLEMENT)                                                  00009999
           IF NET-METER-BILL                                            00009999
               MOVE WS-NET-BANK-KWH TO CM-BANKED-KWH                    00009999
           END-IF.                                                      00009999
           REWRITE CM-CUSTOMER-RECORD.                                  00009999
                                                                        00009999
      ***************************************************************** 00009999
               MOVE 0 TO CM-BUDGET-ANNIV-MM                             00009999
               MOVE 0 TO CM-DEPOSIT-HELD                                00009999
               MOVE 0 TO CM-DEPOSIT-INTEREST                            00009999
               MOVE 0 TO CM-KWH-RECEIVED                                00009999
               MOVE 0 TO CM-BANKED-KWH                                  00009999
               MOVE 'C' TO CM-ACCOUNT-STATUS                            00009999
               MOVE WS-DUE-DATE TO CM-DUE-DATE                          00009999
               REWRITE CM-CUSTOMER-RECORD                               00009999
           ELSE                                                         00009999
               DELETE CUSTMAS-FILE                                      00009999
               SET MASTER-DELETED TO TRUE                               00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
                    WS-CLOSING-ADJ                                      00009999
                    WS-FRANCHISE-FEE                                    00009999
                    WS-UTILITY-TAX                                      00009999
                    WS-TAX-TOTAL                                        00009999
                    WS-NET-KWH                                          00009999
                    WS-KWH-DELIVERED                                    00009999
                    WS-KWH-RECEIVED                                     00009999
                    WS-BANK-ADDED                                       00009999
                    WS-BANK-APPLIED                                     00009999
                    WS-NET-BANK-KWH                                     00009999
                    WS-NET-SETTLED-KWH                                  00009999
                    WS-NET-SETTLE-CREDIT.                               00009999
                                                                        00003080
      ***************************************************************** 00003096
      * Look up this customer's rate schedule (RESIDENTIAL,             00003106
                  WS-DUE-DATE-CCYY DELIMITED BY SIZE                    00009999
               INTO WS-DUE-DATE-ED.                                     00009999
                                                                        00003339
      ***************************************************************** 00009999
      * Net metering: the master's usage is the net of what the         00009999
      * meter delivered less what the customer's generation put back    00009999
      * on the grid. A negative net is excess generation - it goes      00009999
      * into the kWh bank and nothing bills through the tiers. A        00009999
      * positive net draws the bank down first and only what is         00009999
      * left over bills. The bank after this cycle is what carries      00009999
      * forward (311-SETTLE-NET-BANK may pay it out).                   00009999
      ***************************************************************** 00009999
       205-APPLY-NET-METERING.                                          00009999
           MOVE WS-KWH-USED TO WS-NET-KWH.                              00009999
           MOVE WS-CUST-KWH-RECEIVED TO WS-KWH-RECEIVED.                00009999
           COMPUTE WS-KWH-DELIVERED = WS-NET-KWH + WS-KWH-RECEIVED.     00009999
           MOVE WS-CUST-BANKED-KWH TO WS-NET-BANK-KWH.                  00009999
           IF WS-NET-KWH < 0                                            00009999
               COMPUTE WS-BANK-ADDED = 0 - WS-NET-KWH                   00009999
               ADD WS-BANK-ADDED TO WS-NET-BANK-KWH                     00009999
               MOVE 0 TO WS-KWH-USED                                    00009999
           ELSE                                                         00009999
               IF WS-NET-BANK-KWH > WS-NET-KWH                          00009999
                   MOVE WS-NET-KWH TO WS-BANK-APPLIED                   00009999
               ELSE                                                     00009999
                   MOVE WS-NET-BANK-KWH TO WS-BANK-APPLIED              00009999
               END-IF                                                   00009999
               SUBTRACT WS-BANK-APPLIED FROM WS-NET-BANK-KWH            00009999
               SUBTRACT WS-BANK-APPLIED FROM WS-KWH-USED                00009999
           END-IF.                                                      00009999
           ADD 1 TO WS-NET-BILL-COUNT.                                  00009999
           ADD WS-KWH-DELIVERED TO WS-GRAND-KWH-DELIVERED.              00009999
           ADD WS-KWH-RECEIVED TO WS-GRAND-KWH-RECEIVED.                00009999
           ADD WS-BANK-ADDED TO WS-GRAND-BANK-ADDED.                    00009999
           ADD WS-BANK-APPLIED TO WS-GRAND-BANK-APPLIED.                00009999
                                                                        00009999
      ***************************************************************** 00003340
      * Determine WS-TIER1-KWH, WS-TIER2-KWH, WS-TIER3-KWH              00003330
      * based on WS-KWH-USED and the looked-up tier limits for this     00003346
                   - WS-PAYMENTS-RECEIVED.                              00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Annual net-metering settlement. In the NETCTL settlement        00009999
      * month, and on a closing bill, whatever is left in the kWh       00009999
      * bank is paid out at the avoided-cost rate as a credit           00009999
      * against the amount due and the bank starts over at zero. The    00009999
      * credit rides in the closing adjustment so a balance rebuilt     00009999
      * from history still foots to the master. A zero payout rate      00009999
      * settles the bank by zeroing it with no credit.                  00009999
      ***************************************************************** 00009999
       311-SETTLE-NET-BANK.                                             00009999
           IF WS-NET-BANK-KWH > 0                                       00009999
                   AND (WS-RUN-DATE-MM = WS-NET-SETTLE-MM               00009999
                        OR CUST-FINAL-PENDING)                          00009999
               MOVE WS-NET-BANK-KWH TO WS-NET-SETTLED-KWH               00009999
               COMPUTE WS-NET-SETTLE-CREDIT ROUNDED =                   00009999
                   WS-NET-SETTLED-KWH * WS-NET-PAYOUT-RATE              00009999
               MOVE 0 TO WS-NET-BANK-KWH                                00009999
               SUBTRACT WS-NET-SETTLE-CREDIT FROM WS-AMOUNT-DUE         00009999
               SUBTRACT WS-NET-SETTLE-CREDIT FROM WS-CLOSING-ADJ        00009999
               ADD 1 TO WS-NET-SETTLE-COUNT                             00009999
               ADD WS-NET-SETTLED-KWH TO WS-GRAND-KWH-SETTLED           00009999
               ADD WS-NET-SETTLE-CREDIT TO WS-GRAND-NET-CREDIT          00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Wrap up a closing (move-out) bill. The true-up settlement       00009999
      * already billed any deferral owed; a settlement that netted to   00009999
      * a credit left that credit riding in the deferral, and on a      00009999
      * date, the run's message lines, and the fixed-position           00009999
      * remittance stub scanline. Relies on the edited report fields    00009999
      * 400-DISPLAY-RESULTS just set for this account.                  00009999
      * The mailing block and service address come from                 00009999
      * 557-RESOLVE-MAILING-ADDRESS.                                    00009999
      ***************************************************************** 00009999
       410-WRITE-BILL-DOCUMENT.                                         00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
               AFTER ADVANCING PAGE.                                    00009999
           WRITE DOC-LINE FROM WS-DOC-SEP-LINE                          00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           PERFORM 412-WRITE-MAILING-ADDRESS.                           00009999
                                                                        00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           STRING 'ACCOUNT: '      DELIMITED BY SIZE                    00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           STRING 'SERVICE ADDRESS: ' DELIMITED BY SIZE                 00009999
                  WS-SVC-ADDR-LINE    DELIMITED BY SIZE                 00009999
               INTO WS-DOC-LINE-WORK.                                   00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE WS-BILLING-DAYS TO WS-DOC-DAYS-ED.                      00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           STRING 'SERVICE PERIOD: '    DELIMITED BY SIZE               00009999
                   AFTER ADVANCING 1 LINE                               00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF NET-METER-BILL                                            00009999
               PERFORM 414-WRITE-NET-METERING-LINES                     00009999
           END-IF.                                                      00009999
                                                                        00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
      *    THE ANNUAL SETTLEMENT PAYS OUT WHAT WAS LEFT IN THE BANK     00009999
           IF WS-NET-SETTLED-KWH > 0                                    00009999
               MOVE WS-NET-SETTLED-KWH TO WS-DOC-BANK-ED                00009999
               MOVE WS-NET-PAYOUT-RATE TO WS-DOC-RATE-ED                00009999
               MOVE SPACES TO WS-DOC-LINE-WORK                          00009999
               IF WS-NET-SETTLE-CREDIT > 0                              00009999
                   STRING 'NET METERING SETTLEMENT: '                   00009999
                              DELIMITED BY SIZE                         00009999
                          WS-DOC-BANK-ED DELIMITED BY SIZE              00009999
                          ' BANKED KWH AT $' DELIMITED BY SIZE          00009999
                          WS-DOC-RATE-ED DELIMITED BY SIZE              00009999
                       INTO WS-DOC-LINE-WORK                            00009999
                   WRITE DOC-LINE FROM WS-DOC-LINE-WORK                 00009999
                       AFTER ADVANCING 1 LINE                           00009999
                   MOVE WS-NET-SETTLE-CREDIT TO WS-NET-CREDIT-ED        00009999
                   MOVE SPACES TO WS-DOC-LINE-WORK                      00009999
                   STRING 'NET METERING CREDIT           '              00009999
                              DELIMITED BY SIZE                         00009999
                          WS-NET-CREDIT-ED DELIMITED BY SIZE            00009999
                       INTO WS-DOC-LINE-WORK                            00009999
               ELSE                                                     00009999
                   STRING 'NET METERING SETTLEMENT: '                   00009999
                              DELIMITED BY SIZE                         00009999
                          WS-DOC-BANK-ED DELIMITED BY SIZE              00009999
                          ' BANKED KWH EXPIRED' DELIMITED BY SIZE       00009999
                       INTO WS-DOC-LINE-WORK                            00009999
               END-IF                                                   00009999
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00009999
                   AFTER ADVANCING 1 LINE                               00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    AN OPEN ACCOUNT SEES THE DEPOSIT WE ARE HOLDING FOR IT;      00009999
      *    THE CLOSING BILL SHOWS IT APPLIED INSTEAD                    00009999
           IF CUST-FINAL-PENDING                                        00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00004230
      ***************************************************************** 00009999
      * Write the mailing block at the top of the bill document, in     00009999
      * the envelope window: the customer's full name, the mailing      00009999
      * address lines resolved by 557-RESOLVE-MAILING-ADDRESS, and      00009999
      * city, state and zip (plus four when on file).                   00009999
      ***************************************************************** 00009999
       412-WRITE-MAILING-ADDRESS.                                       00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           MOVE WS-MAIL-NAME TO WS-DOC-LINE-WORK.                       00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           MOVE WS-MAIL-LINE-1 TO WS-DOC-LINE-WORK.                     00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           IF WS-MAIL-LINE-2 NOT = SPACES                               00009999
               MOVE SPACES TO WS-DOC-LINE-WORK                          00009999
               MOVE WS-MAIL-LINE-2 TO WS-DOC-LINE-WORK                  00009999
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00009999
                   AFTER ADVANCING 1 LINE                               00009999
           END-IF.                                                      00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           IF WS-MAIL-ZIP-PLUS4 IS NUMERIC                              00009999
               STRING WS-MAIL-CITY      DELIMITED BY '  '               00009999
                      ', '              DELIMITED BY SIZE               00009999
                      WS-MAIL-STATE     DELIMITED BY SIZE               00009999
                      ' '               DELIMITED BY SIZE               00009999
                      WS-MAIL-ZIP       DELIMITED BY SIZE               00009999
                      '-'               DELIMITED BY SIZE               00009999
                      WS-MAIL-ZIP-PLUS4 DELIMITED BY SIZE               00009999
                   INTO WS-DOC-LINE-WORK                                00009999
           ELSE                                                         00009999
               STRING WS-MAIL-CITY      DELIMITED BY '  '               00009999
                      ', '              DELIMITED BY SIZE               00009999
                      WS-MAIL-STATE     DELIMITED BY SIZE               00009999
                      ' '               DELIMITED BY SIZE               00009999
                      WS-MAIL-ZIP       DELIMITED BY SIZE               00009999
                   INTO WS-DOC-LINE-WORK                                00009999
           END-IF.                                                      00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Write a net-metered account's energy block on the bill          00009999
      * document: what the meter delivered, what the customer's         00009999
      * generation put back on the grid, the net, and how the kWh       00009999
      * bank moved - so the tier lines that follow are plainly the      00009999
      * net delivered kWh left after the bank.                          00009999
      ***************************************************************** 00009999
       414-WRITE-NET-METERING-LINES.                                    00009999
           MOVE WS-KWH-DELIVERED TO WS-DOC-BANK-ED.                     00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           STRING 'ENERGY DELIVERED TO YOU   ' DELIMITED BY SIZE        00009999
                  WS-DOC-BANK-ED               DELIMITED BY SIZE        00009999
                  ' KWH'                       DELIMITED BY SIZE        00009999
               INTO WS-DOC-LINE-WORK.                                   00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-KWH-RECEIVED TO WS-DOC-BANK-ED.                      00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           STRING 'ENERGY RECEIVED FROM YOU  ' DELIMITED BY SIZE        00009999
                  WS-DOC-BANK-ED               DELIMITED BY SIZE        00009999
                  ' KWH'                       DELIMITED BY SIZE        00009999
               INTO WS-DOC-LINE-WORK.                                   00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-NET-KWH TO WS-DOC-NET-KWH-ED.                        00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           STRING 'NET ENERGY               '  DELIMITED BY SIZE        00009999
                  WS-DOC-NET-KWH-ED            DELIMITED BY SIZE        00009999
                  ' KWH'                       DELIMITED BY SIZE        00009999
               INTO WS-DOC-LINE-WORK.                                   00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           IF WS-BANK-APPLIED > 0                                       00009999
               MOVE WS-BANK-APPLIED TO WS-DOC-BANK-ED                   00009999
               MOVE SPACES TO WS-DOC-LINE-WORK                          00009999
               STRING 'BANKED KWH APPLIED        ' DELIMITED BY SIZE    00009999
                      WS-DOC-BANK-ED               DELIMITED BY SIZE    00009999
                      ' KWH'                       DELIMITED BY SIZE    00009999
                   INTO WS-DOC-LINE-WORK                                00009999
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00009999
                   AFTER ADVANCING 1 LINE                               00009999
           END-IF.                                                      00009999
           IF WS-BANK-ADDED > 0                                         00009999
               MOVE WS-BANK-ADDED TO WS-DOC-BANK-ED                     00009999
               MOVE SPACES TO WS-DOC-LINE-WORK                          00009999
               STRING 'EXCESS KWH BANKED         ' DELIMITED BY SIZE    00009999
                      WS-DOC-BANK-ED               DELIMITED BY SIZE    00009999
                      ' KWH'                       DELIMITED BY SIZE    00009999
                   INTO WS-DOC-LINE-WORK                                00009999
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00009999
                   AFTER ADVANCING 1 LINE                               00009999
           END-IF.                                                      00009999
                                                                        00009999
           MOVE WS-NET-BANK-KWH TO WS-DOC-BANK-ED.                      00009999
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00009999
           STRING 'BANKED KWH CARRIED FORWARD' DELIMITED BY SIZE        00009999
                  WS-DOC-BANK-ED               DELIMITED BY SIZE        00009999
                  ' KWH'                       DELIMITED BY SIZE        00009999
               INTO WS-DOC-LINE-WORK.                                   00009999
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
      ***************************************************************** 00004247
      * Start a new page of the billing register: title/date/page       00004257
      * header, column header, and a rule line.                         00004267
               INTO WS-EXCPT-LINE-WORK.                                 00005048
           WRITE EXCPT-LINE FROM WS-EXCPT-LINE-WORK                     00005058
               AFTER ADVANCING 1 LINE.                                  00005068
           MOVE WS-TAMPER-COUNT TO WS-EXCPT-COUNT-ED.                   00009999
           MOVE SPACES TO WS-EXCPT-LINE-WORK.                           00009999
           STRING 'POSSIBLE TAMPERING: ' DELIMITED BY SIZE              00009999
                  WS-EXCPT-COUNT-ED      DELIMITED BY SIZE              00009999
               INTO WS-EXCPT-LINE-WORK.                                 00009999
           WRITE EXCPT-LINE FROM WS-EXCPT-LINE-WORK                     00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           WRITE EXCPT-LINE FROM WS-EXCPT-SEP-LINE                      00005078
               AFTER ADVANCING 1 LINE.                                  00005088
                                                                        00009999
           STRING 'SYSTEM ESTIMATES   : ' DELIMITED BY SIZE             00009999
                  WS-RPT-COUNT-ED         DELIMITED BY SIZE             00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-NET-BILL-COUNT TO WS-RPT-COUNT-ED.                   00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'NET METERED BILLS  : ' DELIMITED BY SIZE             00009999
                  WS-RPT-COUNT-ED DELIMITED BY SIZE                     00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-GRAND-KWH-DELIVERED TO WS-RPT-NET-KWH-ED.            00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'NET KWH DELIVERED  : ' DELIMITED BY SIZE             00009999
                  WS-RPT-NET-KWH-ED DELIMITED BY SIZE                   00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-GRAND-KWH-RECEIVED TO WS-RPT-NET-KWH-ED.             00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'NET KWH RECEIVED   : ' DELIMITED BY SIZE             00009999
                  WS-RPT-NET-KWH-ED DELIMITED BY SIZE                   00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-GRAND-BANK-ADDED TO WS-RPT-NET-KWH-ED.               00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'EXCESS KWH BANKED  : ' DELIMITED BY SIZE             00009999
                  WS-RPT-NET-KWH-ED DELIMITED BY SIZE                   00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-GRAND-BANK-APPLIED TO WS-RPT-NET-KWH-ED.             00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'BANKED KWH APPLIED : ' DELIMITED BY SIZE             00009999
                  WS-RPT-NET-KWH-ED DELIMITED BY SIZE                   00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-NET-SETTLE-COUNT TO WS-RPT-COUNT-ED.                 00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'NET BANKS SETTLED  : ' DELIMITED BY SIZE             00009999
                  WS-RPT-COUNT-ED DELIMITED BY SIZE                     00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-GRAND-KWH-SETTLED TO WS-RPT-NET-KWH-ED.              00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'BANKED KWH SETTLED : ' DELIMITED BY SIZE             00009999
                  WS-RPT-NET-KWH-ED DELIMITED BY SIZE                   00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-GRAND-NET-CREDIT TO WS-RPT-GRAND-REV-ED.             00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           STRING 'NET METER CREDITS  : $' DELIMITED BY SIZE            00009999
                  WS-RPT-GRAND-REV-ED DELIMITED BY SIZE                 00009999
               INTO WS-RPT-LINE-WORK.                                   00009999
           WRITE RPT-LINE FROM WS-RPT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00005250
           PERFORM 914-WRITE-GL-RECEIVABLE.                             00009999
           PERFORM 916-WRITE-GL-DEPOSIT-APPLIED.                        00009999
           PERFORM 919-WRITE-GL-DEFERRAL-ABSORBED.                      00009999
           PERFORM 911-WRITE-GL-NET-SETTLEMENT.                         00009999
                                                                        00009999
           MOVE WS-GL-CREDIT-TOTAL TO WS-GL-AMT-ED.                     00009999
           MOVE SPACES TO WS-RPT-LINE-WORK.                             00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Net-metering settlement credits paid out of this run's kWh      00009999
      * banks: the customer's banked generation is power the            00009999
      * utility bought, so debit purchased power and credit the         00009999
      * receivable the credit reduced. Self-balancing and outside       00009999
      * the revenue footing, like the deposit split above.              00009999
      ***************************************************************** 00009999
       911-WRITE-GL-NET-SETTLEMENT.                                     00009999
           IF WS-GRAND-NET-CREDIT = 0                                   00009999
               CONTINUE                                                 00009999
           ELSE                                                         00009999
               MOVE WS-GRAND-NET-CREDIT TO WS-GL-AMT-ED                 00009999
               MOVE SPACES TO WS-RPT-LINE-WORK                          00009999
               STRING WS-GL-ACCT-NET-PURCHASE DELIMITED BY SIZE         00009999
                      '  NET METERING PURCHASED POWER'                  00009999
                          DELIMITED BY SIZE                             00009999
                      '  DEBIT   $'       DELIMITED BY SIZE             00009999
                      WS-GL-AMT-ED        DELIMITED BY SIZE             00009999
                   INTO WS-RPT-LINE-WORK                                00009999
               WRITE RPT-LINE FROM WS-RPT-LINE-WORK                     00009999
                   AFTER ADVANCING 1 LINE                               00009999
               MOVE SPACES TO WS-RPT-LINE-WORK                          00009999
               STRING WS-GL-ACCT-RECEIVABLE DELIMITED BY SIZE           00009999
                      '  RECEIVABLE NET METER CREDITS'                  00009999
                          DELIMITED BY SIZE                             00009999
                      '  CREDIT  $'       DELIMITED BY SIZE             00009999
                      WS-GL-AMT-ED        DELIMITED BY SIZE             00009999
                   INTO WS-RPT-LINE-WORK                                00009999
               WRITE RPT-LINE FROM WS-RPT-LINE-WORK                     00009999
                   AFTER ADVANCING 1 LINE                               00009999
               IF NOT TRIAL-RUN                                         00009999
                   MOVE WS-RUN-DATE   TO GL-RUN-DATE                    00009999
                   MOVE WS-BILL-CYCLE TO GL-BILLING-CYCLE               00009999
                   MOVE WS-GL-ACCT-NET-PURCHASE TO GL-ACCOUNT-NO        00009999
                   MOVE 'NET METERING PURCHASED POWER'                  00009999
                       TO GL-DESCRIPTION                                00009999
                   MOVE WS-GRAND-NET-CREDIT TO GL-DEBIT-AMOUNT          00009999
                   MOVE 0              TO GL-CREDIT-AMOUNT              00009999
                   WRITE GL-EXTRACT-RECORD                              00009999
                   MOVE WS-GL-ACCT-RECEIVABLE TO GL-ACCOUNT-NO          00009999
                   MOVE 'RECEIVABLE NET METER CREDITS'                  00009999
                       TO GL-DESCRIPTION                                00009999
                   MOVE 0              TO GL-DEBIT-AMOUNT               00009999
                   MOVE WS-GRAND-NET-CREDIT TO GL-CREDIT-AMOUNT         00009999
                   WRITE GL-EXTRACT-RECORD                              00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Write the billing calendar status section: whether this run     00009999
      * rode the rerun override or billed off schedule, and every       00009999
      * cycle whose scheduled date this month has passed with no        00009999
                  '/'         DELIMITED BY SIZE                         00009999
                  WS-CAL-CCYY DELIMITED BY SIZE                         00009999
               INTO WS-CAL-SCHED-ED.                                    00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Nightly stream check, made before this step updates anything.   00009999
      * Picks up the business date and any operator override from       00009999
      * STRMCTL, replays the run log to see where every step stands     00009999
      * for that date, and refuses the run - logged, then STOP RUN -    00009999
      * when an earlier step started and never ended or the             00009999
      * predecessor has not ended cleanly, unless STRMCTL carries an    00009999
      * operator override for this step and date, which is logged       00009999
      * instead and the run goes ahead.                                 00009999
      ***************************************************************** 00009999
       050-CHECK-STREAM-ORDER.                                          00009999
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.                        00009999
           OPEN INPUT STRMCTL-FILE.                                     00009999
           IF WS-STRMCTL-STATUS = '00'                                  00009999
               PERFORM UNTIL STRMCTL-EOF                                00009999
                   READ STRMCTL-FILE                                    00009999
                       AT END                                           00009999
                           SET STRMCTL-EOF TO TRUE                      00009999
                       NOT AT END                                       00009999
                           PERFORM 052-LOAD-STREAM-CONTROL              00009999
                   END-READ                                             00009999
               END-PERFORM                                              00009999
               CLOSE STRMCTL-FILE                                       00009999
           END-IF.                                                      00009999
                                                                        00009999
           OPEN INPUT RUNLOG-FILE.                                      00009999
           IF WS-RUNLOG-STATUS = '00'                                   00009999
               PERFORM UNTIL RUNLOG-EOF                                 00009999
                   READ RUNLOG-FILE                                     00009999
                       AT END                                           00009999
                           SET RUNLOG-EOF TO TRUE                       00009999
                       NOT AT END                                       00009999
                           PERFORM 054-TALLY-RUN-LOG-ENTRY              00009999
                   END-READ                                             00009999
               END-PERFORM                                              00009999
               CLOSE RUNLOG-FILE                                        00009999
           END-IF.                                                      00009999
                                                                        00009999
           MOVE SPACES TO WS-STREAM-PROBLEM.                            00009999
           SET WS-STEP-IDX TO 1.                                        00009999
           SEARCH WS-STEP-ENTRY                                         00009999
               AT END                                                   00009999
                   CONTINUE                                             00009999
               WHEN WS-STEP-NAME (WS-STEP-IDX) = WS-THIS-STEP           00009999
                   MOVE WS-STEP-SEQ (WS-STEP-IDX) TO WS-THIS-STEP-SEQ   00009999
                   MOVE WS-STEP-PRED (WS-STEP-IDX) TO WS-PRED-STEP      00009999
           END-SEARCH.                                                  00009999
                                                                        00009999
      *    AN EARLIER STEP LEFT HALF DONE - A BILLING RUN THAT ABENDED  00009999
      *    WITH ITS CHECKPOINTS HALF WRITTEN - HOLDS EVERY STEP BEHIND  00009999
      *    IT, NOT JUST THE NEXT ONE                                    00009999
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                      00009999
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT                    00009999
               SET WS-SS-IDX TO WS-STEP-IDX                             00009999
               IF WS-STEP-SEQ (WS-STEP-IDX) < WS-THIS-STEP-SEQ          00009999
                       AND WS-STEP-STATE (WS-SS-IDX) = 'S'              00009999
                       AND WS-STREAM-PROBLEM = SPACES                   00009999
                   STRING WS-STEP-NAME (WS-STEP-IDX) DELIMITED BY SPACE 00009999
                          ' STARTED AND NEVER ENDED' DELIMITED BY SIZE  00009999
                       INTO WS-STREAM-PROBLEM                           00009999
               END-IF                                                   00009999
           END-PERFORM.                                                 00009999
                                                                        00009999
           IF WS-PRED-STEP NOT = SPACES AND WS-STREAM-PROBLEM = SPACES  00009999
               SET WS-STEP-IDX TO 1                                     00009999
               SEARCH WS-STEP-ENTRY                                     00009999
                   AT END                                               00009999
                       CONTINUE                                         00009999
                   WHEN WS-STEP-NAME (WS-STEP-IDX) = WS-PRED-STEP       00009999
                       PERFORM 056-JUDGE-PREDECESSOR                    00009999
               END-SEARCH                                               00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    A TRIAL RUN UPDATES NOTHING, SO IT MAY PREVIEW AHEAD OF THE  00009999
      *    STREAM - THE CHECK IS REPORTED BUT NOT ENFORCED              00009999
           IF WS-STREAM-PROBLEM NOT = SPACES AND TRIAL-RUN              00009999
               DISPLAY 'STREAM CHECK: ' WS-STREAM-PROBLEM               00009999
               DISPLAY 'TRIAL RUN - NOT HELD TO THE STREAM ORDER'       00009999
               MOVE SPACES TO WS-STREAM-PROBLEM                         00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF WS-STREAM-PROBLEM NOT = SPACES                            00009999
               DISPLAY 'STREAM CHECK: ' WS-STREAM-PROBLEM               00009999
               IF WS-OVR-OPERATOR NOT = SPACES                          00009999
                       AND WS-OVR-DATE = WS-BUSINESS-DATE               00009999
                   DISPLAY 'OPERATOR OVERRIDE BY ' WS-OVR-OPERATOR      00009999
                       ' - RUN PROCEEDS'                                00009999
                   MOVE 'O' TO WS-LOG-EVENT                             00009999
                   MOVE 0 TO WS-LOG-RETURN-CODE                         00009999
                   MOVE WS-OVR-OPERATOR TO WS-LOG-OPERATOR              00009999
                   MOVE WS-OVR-REASON TO WS-LOG-REMARKS                 00009999
                   PERFORM 070-WRITE-RUN-LOG                            00009999
               ELSE                                                     00009999
                   DISPLAY 'RUN REFUSED - SUPPLY A STRMCTL OPERATOR '   00009999
                       'OVERRIDE TO RUN OUT OF ORDER'                   00009999
                   MOVE 'R' TO WS-LOG-EVENT                             00009999
                   MOVE 16 TO WS-LOG-RETURN-CODE                        00009999
                   MOVE SPACES TO WS-LOG-OPERATOR                       00009999
                   MOVE WS-STREAM-PROBLEM TO WS-LOG-REMARKS             00009999
                   PERFORM 070-WRITE-RUN-LOG                            00009999
                   STOP RUN                                             00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Take one stream control record: a business date for the         00009999
      * night, or an operator override - kept only when it names this   00009999
      * step and an operator.                                           00009999
      ***************************************************************** 00009999
       052-LOAD-STREAM-CONTROL.                                         00009999
           IF SC-BUSINESS-DATE-REC                                      00009999
                   AND SC-BUSINESS-DATE IS NUMERIC                      00009999
                   AND SC-BUSINESS-DATE > 0                             00009999
               MOVE SC-BUSINESS-DATE TO WS-BUSINESS-DATE                00009999
           END-IF.                                                      00009999
           IF SC-OVERRIDE-REC                                           00009999
                   AND SC-STEP-NAME = WS-THIS-STEP                      00009999
                   AND SC-OPERATOR-ID NOT = SPACES                      00009999
                   AND SC-BUSINESS-DATE IS NUMERIC                      00009999
               MOVE SC-BUSINESS-DATE TO WS-OVR-DATE                     00009999
               MOVE SC-OPERATOR-ID   TO WS-OVR-OPERATOR                 00009999
               MOVE SC-REASON        TO WS-OVR-REASON                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Fold one run log entry into the step state table. Only FINAL    00009999
      * runs for this business date count; a refused attempt leaves a   00009999
      * step that already ran where it stood.                           00009999
      ***************************************************************** 00009999
       054-TALLY-RUN-LOG-ENTRY.                                         00009999
           IF RL-BUSINESS-DATE = WS-BUSINESS-DATE AND RL-MODE-FINAL     00009999
               SET WS-STEP-IDX TO 1                                     00009999
               SEARCH WS-STEP-ENTRY                                     00009999
                   AT END                                               00009999
                       CONTINUE                                         00009999
                   WHEN WS-STEP-NAME (WS-STEP-IDX) = RL-STEP-NAME       00009999
                       SET WS-SS-IDX TO WS-STEP-IDX                     00009999
                       EVALUATE TRUE                                    00009999
                           WHEN RL-EVENT-START                          00009999
                               MOVE 'S' TO WS-STEP-STATE (WS-SS-IDX)    00009999
                           WHEN RL-EVENT-END                            00009999
                               MOVE 'E' TO WS-STEP-STATE (WS-SS-IDX)    00009999
                               MOVE RL-RETURN-CODE                      00009999
                                   TO WS-STEP-LAST-RC (WS-SS-IDX)       00009999
                           WHEN RL-EVENT-REFUSED                        00009999
                               IF WS-STEP-STATE (WS-SS-IDX) = 'N'       00009999
                                   MOVE 'R' TO                          00009999
                                       WS-STEP-STATE (WS-SS-IDX)        00009999
                               END-IF                                   00009999
                           WHEN OTHER                                   00009999
                               CONTINUE                                 00009999
                       END-EVALUATE                                     00009999
               END-SEARCH                                               00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Say what is wrong with the predecessor (WS-STEP-IDX), if        00009999
      * anything. A clean end is return code 00 or a 04 warning.        00009999
      ***************************************************************** 00009999
       056-JUDGE-PREDECESSOR.                                           00009999
           SET WS-SS-IDX TO WS-STEP-IDX.                                00009999
           EVALUATE WS-STEP-STATE (WS-SS-IDX)                           00009999
               WHEN 'E'                                                 00009999
                   IF WS-STEP-LAST-RC (WS-SS-IDX) >= 8                  00009999
                       STRING WS-PRED-STEP DELIMITED BY SPACE           00009999
                              ' DID NOT END CLEANLY' DELIMITED BY SIZE  00009999
                           INTO WS-STREAM-PROBLEM                       00009999
                   END-IF                                               00009999
               WHEN 'S'                                                 00009999
                   STRING WS-PRED-STEP DELIMITED BY SPACE               00009999
                          ' STARTED AND NEVER ENDED' DELIMITED BY SIZE  00009999
                       INTO WS-STREAM-PROBLEM                           00009999
               WHEN 'R'                                                 00009999
                   STRING WS-PRED-STEP DELIMITED BY SPACE               00009999
                          ' WAS REFUSED AND HAS NOT RUN'                00009999
                              DELIMITED BY SIZE                         00009999
                       INTO WS-STREAM-PROBLEM                           00009999
               WHEN OTHER                                               00009999
                   STRING WS-PRED-STEP DELIMITED BY SPACE               00009999
                          ' HAS NOT RUN' DELIMITED BY SIZE              00009999
                       INTO WS-STREAM-PROBLEM                           00009999
           END-EVALUATE.                                                00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Log this step's start on the run log.                           00009999
      ***************************************************************** 00009999
       060-LOG-STEP-START.                                              00009999
           MOVE 'S' TO WS-LOG-EVENT.                                    00009999
           MOVE 0 TO WS-LOG-RETURN-CODE.                                00009999
           MOVE SPACES TO WS-LOG-OPERATOR WS-LOG-REMARKS.               00009999
           PERFORM 070-WRITE-RUN-LOG.                                   00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Append one entry to the run log from the WS-LOG- fields. The    00009999
      * log is opened and closed around every entry so a step that      00009999
      * abends still leaves its START on file.                          00009999
      ***************************************************************** 00009999
       070-WRITE-RUN-LOG.                                               00009999
           OPEN EXTEND RUNLOG-FILE.                                     00009999
           IF WS-RUNLOG-STATUS = '35'                                   00009999
               OPEN OUTPUT RUNLOG-FILE                                  00009999
           END-IF.                                                      00009999
           IF WS-RUNLOG-STATUS NOT = '00'                               00009999
               DISPLAY 'UNABLE TO OPEN RUNLOG-FILE, STATUS: '           00009999
                   WS-RUNLOG-STATUS                                     00009999
               STOP RUN                                                 00009999
           END-IF.                                                      00009999
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.                       00009999
           ACCEPT WS-LOG-TIME FROM TIME.                                00009999
           MOVE SPACES TO RL-LOG-RECORD.                                00009999
           MOVE WS-BUSINESS-DATE      TO RL-BUSINESS-DATE.              00009999
           MOVE WS-THIS-STEP          TO RL-STEP-NAME.                  00009999
           MOVE WS-LOG-EVENT          TO RL-EVENT.                      00009999
           MOVE WS-LOG-DATE           TO RL-LOG-DATE.                   00009999
           MOVE WS-LOG-TIME (1:6)     TO RL-LOG-TIME.                   00009999
           MOVE WS-LOG-CYCLE          TO RL-BILLING-CYCLE.              00009999
           MOVE WS-LOG-MODE           TO RL-RUN-MODE.                   00009999
           MOVE WS-LOG-RETURN-CODE    TO RL-RETURN-CODE.                00009999
           MOVE WS-LOG-RECORDS-IN     TO RL-RECORDS-IN.                 00009999
           MOVE WS-LOG-AMOUNT-IN      TO RL-AMOUNT-IN.                  00009999
           MOVE WS-LOG-RECORDS-OUT    TO RL-RECORDS-OUT.                00009999
           MOVE WS-LOG-AMOUNT-OUT     TO RL-AMOUNT-OUT.                 00009999
           MOVE WS-LOG-CONTROL-COUNT  TO RL-CONTROL-COUNT.              00009999
           MOVE WS-LOG-CONTROL-AMOUNT TO RL-CONTROL-AMOUNT.             00009999
           MOVE WS-LOG-OPERATOR       TO RL-OPERATOR-ID.                00009999
           MOVE WS-LOG-REMARKS        TO RL-REMARKS.                    00009999
           WRITE RL-LOG-RECORD.                                         00009999
           CLOSE RUNLOG-FILE.                                           00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Add the account just passed to the master OUT totals as this    00009999
      * run left it - unless its closing bill took it off the master.   00009999
      ***************************************************************** 00009999
       075-TALLY-MASTER-OUT.                                            00009999
           IF MASTER-DELETED                                            00009999
               MOVE 'N' TO WS-MASTER-DELETED-SW                         00009999
           ELSE                                                         00009999
               ADD 1 TO WS-LOG-RECORDS-OUT                              00009999
               COMPUTE WS-LOG-AMOUNT-OUT = WS-LOG-AMOUNT-OUT            00009999
                   + CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED         00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Log this step's end with the bills cut and revenue billed. A    00009999
      * batch control mismatch ends the run with a warning.             00009999
      ***************************************************************** 00009999
       090-LOG-STEP-END.                                                00009999
           MOVE WS-BILL-COUNT    TO WS-LOG-CONTROL-COUNT.               00009999
           MOVE WS-GRAND-REVENUE TO WS-LOG-CONTROL-AMOUNT.              00009999
           MOVE 'E' TO WS-LOG-EVENT.                                    00009999
           MOVE SPACES TO WS-LOG-OPERATOR WS-LOG-REMARKS.               00009999
           IF WS-CTL-STATUS = 'MISMATCH'                                00009999
               MOVE 4 TO WS-LOG-RETURN-CODE                             00009999
               MOVE 'BATCH CONTROL MISMATCH' TO WS-LOG-REMARKS          00009999
           ELSE                                                         00009999
               MOVE 0 TO WS-LOG-RETURN-CODE                             00009999
           END-IF.                                                      00009999
           PERFORM 070-WRITE-RUN-LOG.                                   00009999
