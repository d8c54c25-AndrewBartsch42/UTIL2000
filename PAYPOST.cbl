      *              AND SECURITY DEPOSITS (RECORD TYPE D) INTO         00009999
      *              CM-DEPOSIT-HELD. RETURNED (NSF) PAYMENTS (RECORD   00009999
      *              TYPE R) ARE BACKED OUT WITH A RETURNED-ITEM FEE    00009999
      *              AND REPORTED IN THEIR OWN LISTING SECTION. A       00009999
      *              DISCONNECTED ACCOUNT WHOSE RECEIPTS BRING ITS      00009999
      *              BALANCE DOWN TO THE RECONNECT LIMIT SVCORDR SET IS 00009999
      *              FLAGGED RECONNECT-PENDING AND CHARGED THE          00009999
      *              RECONNECT FEE.                                     00009999
      *              A RECEIPT ON A WRITTEN-OFF ACCOUNT (SEE BADDEBT)   00009999
      *              IS POSTED AS A BAD-DEBT RECOVERY UP TO THE AMOUNT  00009999
      *              STILL UNRECOVERED, WITH THE COLLECTION AGENCY'S    00009999
      *              COMMISSION (WOCTL RATE) ACCRUED WHEN THE ACCOUNT   00009999
      *              WAS PLACED.                                        00009999
      *              UNMATCHED AND DUPLICATE                            00009999
      *              PAYMENTS GO TO THE EXCEPTION LISTING WITH CASH     00000120
      *              BALANCING TOTALS SO THE CASHIER CAN PROVE THE      00000130
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"                  00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-PAYHIST-STATUS.                        00009999
      ***************************************************************** 00009999
      * WRITE-OFF CONTROL - AGENCY COMMISSION RATE ON RECOVERIES        00009999
      ***************************************************************** 00009999
           SELECT WOCTL-FILE ASSIGN TO "WOCTL.DAT"                      00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-WOCTL-STATUS.                          00009999
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
       DATA DIVISION.                                                   00000500
       FILE SECTION.                                                    00000510
      ***************************************************************** 00000520
      ***************************************************************** 00009999
       FD  PAYHIST-FILE.                                                00009999
           COPY PAYHIST.                                                00009999
      ***************************************************************** 00009999
      * WOCTL-FILE - WRITE-OFF POLICY (SEE COPYBOOKS/WOCTL.CPY)         00009999
      ***************************************************************** 00009999
       FD  WOCTL-FILE.                                                  00009999
           COPY WOCTL.                                                  00009999
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
       WORKING-STORAGE SECTION.                                         00000770
                                                                        00000780
      ***************************************************************** 00000790
       01  WS-PAYX-STATUS           PIC X(2)     VALUE SPACES.          00000860
       01  WS-GLEXTR-STATUS         PIC X(2)     VALUE SPACES.          00009999
       01  WS-PAYHIST-STATUS        PIC X(2)     VALUE SPACES.          00009999
       01  WS-WOCTL-STATUS          PIC X(2)     VALUE SPACES.          00009999
       01  WS-EOF-SWITCHES.                                             00000870
           05  WS-CUSTMAS-EOF-SW    PIC X(1)     VALUE 'N'.             00000880
               88  CUSTMAS-EOF                   VALUE 'Y'.             00000890
       01  WS-NSF-FEE               PIC 9(3)V99  VALUE 25.00.           00009999
       01  WS-BACKOUT-AMOUNT        PIC 9(6)V99  VALUE 0.               00009999
                                                                        00009999
      ***************************************************************** 00009999
      * RECONNECT FEE CHARGED WHEN A DISCONNECTED ACCOUNT IS FLAGGED    00009999
      * FOR RECONNECTION, AND THE SIGNED OPEN BALANCE TESTED AGAINST    00009999
      * THE ACCOUNT'S RECONNECT LIMIT                                   00009999
      ***************************************************************** 00009999
       01  WS-RECONNECT-FEE         PIC 9(3)V99  VALUE 50.00.           00009999
       01  WS-OPEN-BALANCE          PIC S9(7)V99 VALUE 0                00009999
               SIGN IS TRAILING SEPARATE.                               00009999
                                                                        00009999
      ***************************************************************** 00009999
      * BAD-DEBT RECOVERY - THE PART OF A RECEIPT THAT GOES AGAINST A   00009999
      * WRITTEN-OFF BALANCE, ANY EXCESS OVER WHAT IS STILL              00009999
      * UNRECOVERED, AND THE AGENCY COMMISSION RATE FROM WOCTL-FILE     00009999
      * (DEFAULT BELOW WHEN NO CONTROL FILE IS SUPPLIED)                00009999
      ***************************************************************** 00009999
       01  WS-COMMISSION-RATE       PIC 9V9999   VALUE .2500.           00009999
       01  WS-RECOVERY-AMT          PIC 9(6)V99  VALUE 0.               00009999
       01  WS-RECOVERY-EXCESS       PIC 9(6)V99  VALUE 0.               00009999
       01  WS-COMMISSION-AMT        PIC 9(6)V99  VALUE 0.               00009999
                                                                        00009999
      ***************************************************************** 00001400
      * CURRENT CUSTOMER WORK FIELDS                                    00001410
      ***************************************************************** 00001420
       01  WS-REVERSED-COUNT        PIC 9(5)     VALUE 0.               00009999
       01  WS-REVERSED-AMOUNT       PIC 9(8)V99  VALUE 0.               00009999
       01  WS-NSF-FEE-TOTAL         PIC 9(8)V99  VALUE 0.               00009999
       01  WS-RECONNECT-COUNT       PIC 9(5)     VALUE 0.               00009999
       01  WS-RECONNECT-FEE-TOTAL   PIC 9(8)V99  VALUE 0.               00009999
       01  WS-RECOVERY-COUNT        PIC 9(5)     VALUE 0.               00009999
       01  WS-RECOVERY-AMOUNT       PIC 9(8)V99  VALUE 0.               00009999
       01  WS-COMMISSION-TOTAL      PIC 9(8)V99  VALUE 0.               00009999
       01  WS-REJECT-COUNT          PIC 9(5)     VALUE 0.               00001560
       01  WS-REJECT-AMOUNT         PIC 9(8)V99  VALUE 0.               00001570
       01  WS-BALANCE-STATUS        PIC X(14)    VALUE SPACES.          00001580
      * GL CASH APPLICATION ACCUMULATORS - RECEIPTS AND RETURNED        00009999
      * ITEMS BY TENDER TYPE (1=CASH, 2=CHECK, 3=ELECTRONIC), SO THE    00009999
      * EXTRACT DEBITS EACH CASH ACCOUNT FOR WHAT ACTUALLY HIT IT.      00009999
      * AUTOPAY BANK DRAFTS (TENDER A) SETTLE THROUGH THE SAME BANK     00009999
      * ACCOUNT AS OTHER ELECTRONIC RECEIPTS. AN UNRECOGNIZED TENDER    00009999
      * BANKS AS CASH.                                                  00009999
      ***************************************************************** 00009999
       01  WS-GL-CASH-TOTALS.                                           00009999
           05  WS-GL-TENDER-ENTRY OCCURS 3 TIMES.                       00009999
       01  WS-GL-ACCT-RECEIVABLE    PIC X(8)     VALUE '12000000'.      00009999
       01  WS-GL-ACCT-DEPOSIT       PIC X(8)     VALUE '23600000'.      00009999
       01  WS-GL-ACCT-NSF-FEE-REV   PIC X(8)     VALUE '40500000'.      00009999
       01  WS-GL-ACCT-RECONNECT-REV PIC X(8)     VALUE '40700000'.      00009999
       01  WS-GL-ACCT-BAD-DEBT      PIC X(8)     VALUE '90400000'.      00009999
       01  WS-GL-ACCT-AGENCY-EXP    PIC X(8)     VALUE '90300000'.      00009999
       01  WS-GL-ACCT-AGENCY-PAY    PIC X(8)     VALUE '23200000'.      00009999
       01  WS-GL-DEBIT-TOTAL        PIC 9(8)V99  VALUE 0.               00009999
       01  WS-GL-CREDIT-TOTAL       PIC 9(8)V99  VALUE 0.               00009999
       01  WS-GL-CASH-DEBITS        PIC 9(8)V99  VALUE 0.               00009999
           05  FILLER PIC X(8)  VALUE 'TENDER  '.                       00001780
           05  FILLER PIC X(24) VALUE 'REASON'.                         00001790
                                                                        00001800
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
       01  WS-THIS-STEP             PIC X(8)     VALUE 'PAYPOST'.       00009999
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
           COPY STEPTBL.                                                00009999
                                                                        00009999
      ***************************************************************** 00001810
      * IT'S GO TIME!                                                   00001820
      ***************************************************************** 00001830
                  '/'              DELIMITED BY SIZE                    00002010
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00002020
               INTO WS-RUN-DATE-ED.                                     00002030
                                                                        00009999
           PERFORM 050-CHECK-STREAM-ORDER.                              00009999
           PERFORM 060-LOG-STEP-START.                                  00009999
                                                                        00009999
           OPEN INPUT WOCTL-FILE.                                       00009999
           IF WS-WOCTL-STATUS = '00'                                    00009999
               READ WOCTL-FILE                                          00009999
                   AT END                                               00009999
                       CONTINUE                                         00009999
                   NOT AT END                                           00009999
                       MOVE WC-COMMISSION-RATE TO WS-COMMISSION-RATE    00009999
               END-READ                                                 00009999
               CLOSE WOCTL-FILE                                         00009999
           END-IF.                                                      00009999
                                                                        00002040
           OPEN I-O CUSTMAS-FILE.                                       00002050
           IF WS-CUSTMAS-STATUS NOT = '00'                              00002060
               IF RECEIPTS-POSTED                                       00002610
                   REWRITE CM-CUSTOMER-RECORD                           00002620
               END-IF                                                   00002625
               PERFORM 075-TALLY-MASTER-OUT                             00009999
               PERFORM 700-READ-CUSTMAS                                 00002630
           END-PERFORM.                                                 00002640
                                                                        00002650
           CLOSE PAYX-FILE.                                             00002710
           CLOSE GLEXTR-FILE.                                           00009999
           CLOSE PAYHIST-FILE.                                          00009999
           PERFORM 090-LOG-STEP-END.                                    00009999
           STOP RUN.                                                    00002720
                                                                        00002730
      ***************************************************************** 00002740
      * Read the next customer master record, setting the EOF switch    00002750
      * when the file is exhausted. Each record read counts into the    00009999
      * master IN totals for the run log.                               00009999
      ***************************************************************** 00002770
       700-READ-CUSTMAS.                                                00002780
           READ CUSTMAS-FILE                                            00002790
               AT END                                                   00002800
                   SET CUSTMAS-EOF TO TRUE                              00002810
               NOT AT END                                               00009999
                   ADD 1 TO WS-LOG-RECORDS-IN                           00009999
                   COMPUTE WS-LOG-AMOUNT-IN = WS-LOG-AMOUNT-IN          00009999
                       + CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED     00009999
           END-READ.                                                    00002820
                                                                        00002830
      ***************************************************************** 00002840
      * the closing bill applies them. Posting receipts is all this     00009999
      * program does to the master, so a deposit can run any day of     00003650
      * the month without disturbing the balance fields.                00003660
      * A bill payment on a written-off account goes first against      00009999
      * the balance written off, as a recovery.                         00009999
      ***************************************************************** 00003670
       200-POST-CUSTOMER.                                               00003680
           MOVE 'N' TO WS-POSTED-SW.                                    00003690
                       MOVE 'D' TO PH-RECORD-TYPE                       00009999
                       PERFORM 260-WRITE-PAYMENT-HISTORY                00009999
                   ELSE                                                 00009999
                       MOVE 0 TO WS-RECOVERY-AMT                        00009999
                       IF CM-WRITEOFF-DATE IS NUMERIC                   00009999
                               AND CM-WRITEOFF-DATE > 0                 00009999
                           PERFORM 290-FIGURE-RECOVERY                  00009999
                       END-IF                                           00009999
                       IF WS-RECOVERY-AMT > 0                           00009999
                           PERFORM 295-POST-RECOVERY                    00009999
                       ELSE                                             00009999
                           ADD WS-PAY-AMOUNT (WS-PAY-IDX)               00009999
                               TO CM-PAYMENTS-RECEIVED                  00009999
                           MOVE 'P' TO WS-PAY-POST-STATUS (WS-PAY-IDX)  00009999
                           ADD 1 TO WS-POSTED-COUNT                     00009999
                           ADD WS-PAY-AMOUNT (WS-PAY-IDX)               00009999
                               TO WS-POSTED-AMOUNT                      00009999
                           PERFORM 270-MAP-TENDER                       00009999
                           ADD WS-PAY-AMOUNT (WS-PAY-IDX) TO            00009999
                               WS-GL-TENDER-RECEIPTS (WS-GL-TENDER-SUB) 00009999
                           MOVE 'P' TO PH-RECORD-TYPE                   00009999
                           PERFORM 260-WRITE-PAYMENT-HISTORY            00009999
                           PERFORM 255-REGISTER-RECEIPT                 00009999
                       END-IF                                           00009999
                   END-IF                                               00009999
                   END-IF                                               00009999
               END-IF                                                   00003830
           END-PERFORM.                                                 00003840
      *    A DISCONNECTED ACCOUNT WHOSE RECEIPTS TONIGHT BROUGHT ITS    00009999
      *    OPEN BALANCE DOWN TO ITS RECONNECT LIMIT HAS PAID THE PAST   00009999
      *    DUE THAT CUT IT OFF                                          00009999
           IF RECEIPTS-POSTED AND CM-SVC-DISCONNECTED                   00009999
               COMPUTE WS-OPEN-BALANCE =                                00009999
                   CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED           00009999
               IF WS-OPEN-BALANCE <= CM-RECONNECT-LIMIT                 00009999
                   PERFORM 280-FLAG-RECONNECT                           00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Flag a disconnected account for reconnection so SVCORDR cuts    00009999
      * the reconnect order on its next run, and charge the reconnect   00009999
      * fee onto the rolled balance with its own history record so      00009999
      * ARRECON rebuilds the same balance.                              00009999
      ***************************************************************** 00009999
       280-FLAG-RECONNECT.                                              00009999
           MOVE 'R' TO CM-SERVICE-STATUS.                               00009999
           ADD WS-RECONNECT-FEE TO CM-PREVIOUS-BALANCE.                 00009999
           ADD 1 TO WS-RECONNECT-COUNT.                                 00009999
           ADD WS-RECONNECT-FEE TO WS-RECONNECT-FEE-TOTAL.              00009999
           MOVE CM-ACCOUNT-NO    TO PH-ACCOUNT-NO.                      00009999
           MOVE WS-RUN-DATE      TO PH-POST-DATE.                       00009999
           MOVE WS-RECONNECT-FEE TO PH-AMOUNT.                          00009999
           MOVE SPACE            TO PH-TENDER-TYPE.                     00009999
           MOVE 'C'              TO PH-RECORD-TYPE.                     00009999
           WRITE PH-PAYMENT-RECORD.                                     00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Figure how much of the bill payment at WS-PAY-IDX recovers      00009999
      * written-off debt: all of it, up to what is still unrecovered.   00009999
      ***************************************************************** 00009999
       290-FIGURE-RECOVERY.                                             00009999
           IF CM-WRITEOFF-AMOUNT IS NOT NUMERIC                         00009999
               MOVE 0 TO CM-WRITEOFF-AMOUNT                             00009999
           END-IF.                                                      00009999
           IF CM-WO-RECOVERED IS NOT NUMERIC                            00009999
               MOVE 0 TO CM-WO-RECOVERED                                00009999
           END-IF.                                                      00009999
           IF CM-WO-COMMISSION IS NOT NUMERIC                           00009999
               MOVE 0 TO CM-WO-COMMISSION                               00009999
           END-IF.                                                      00009999
           IF CM-WRITEOFF-AMOUNT > CM-WO-RECOVERED                      00009999
               COMPUTE WS-RECOVERY-AMT =                                00009999
                   CM-WRITEOFF-AMOUNT - CM-WO-RECOVERED                 00009999
               IF WS-RECOVERY-AMT > WS-PAY-AMOUNT (WS-PAY-IDX)          00009999
                   MOVE WS-PAY-AMOUNT (WS-PAY-IDX) TO WS-RECOVERY-AMT   00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Post a bill payment on a written-off account. The recovered     00009999
      * part goes to CM-WO-RECOVERED, not the balance (the debt is      00009999
      * off the receivable), and is appended to the history as a        00009999
      * type B entry, which ARRECON does not count against the          00009999
      * balance. When the account was placed with the agency its        00009999
      * commission on the recovery is accrued. Anything paid beyond     00009999
      * what was written off posts as an ordinary bill payment and      00009999
      * leaves the account in credit. The whole receipt banks to its    00009999
      * tender's cash account.                                          00009999
      ***************************************************************** 00009999
       295-POST-RECOVERY.                                               00009999
           ADD WS-RECOVERY-AMT TO CM-WO-RECOVERED.                      00009999
           MOVE 'P' TO WS-PAY-POST-STATUS (WS-PAY-IDX).                 00009999
           ADD 1 TO WS-RECOVERY-COUNT.                                  00009999
           ADD WS-RECOVERY-AMT TO WS-RECOVERY-AMOUNT.                   00009999
           PERFORM 270-MAP-TENDER.                                      00009999
           ADD WS-PAY-AMOUNT (WS-PAY-IDX) TO                            00009999
               WS-GL-TENDER-RECEIPTS (WS-GL-TENDER-SUB).                00009999
           MOVE WS-PAY-ACCOUNT-NO (WS-PAY-IDX) TO PH-ACCOUNT-NO.        00009999
           MOVE WS-RUN-DATE                    TO PH-POST-DATE.         00009999
           MOVE WS-RECOVERY-AMT                TO PH-AMOUNT.            00009999
           MOVE WS-PAY-TENDER (WS-PAY-IDX)     TO PH-TENDER-TYPE.       00009999
           MOVE 'B'                            TO PH-RECORD-TYPE.       00009999
           WRITE PH-PAYMENT-RECORD.                                     00009999
           IF CM-AGENCY-PLACED-DATE IS NUMERIC                          00009999
                   AND CM-AGENCY-PLACED-DATE > 0                        00009999
               COMPUTE WS-COMMISSION-AMT ROUNDED =                      00009999
                   WS-RECOVERY-AMT * WS-COMMISSION-RATE                 00009999
               ADD WS-COMMISSION-AMT TO CM-WO-COMMISSION                00009999
               ADD WS-COMMISSION-AMT TO WS-COMMISSION-TOTAL             00009999
           END-IF.                                                      00009999
           COMPUTE WS-RECOVERY-EXCESS =                                 00009999
               WS-PAY-AMOUNT (WS-PAY-IDX) - WS-RECOVERY-AMT.            00009999
           IF WS-RECOVERY-EXCESS > 0                                    00009999
               ADD WS-RECOVERY-EXCESS TO CM-PAYMENTS-RECEIVED           00009999
               ADD WS-RECOVERY-EXCESS TO WS-POSTED-AMOUNT               00009999
               MOVE WS-PAY-ACCOUNT-NO (WS-PAY-IDX) TO PH-ACCOUNT-NO     00009999
               MOVE WS-RUN-DATE                    TO PH-POST-DATE      00009999
               MOVE WS-RECOVERY-EXCESS             TO PH-AMOUNT         00009999
               MOVE WS-PAY-TENDER (WS-PAY-IDX)     TO PH-TENDER-TYPE    00009999
               MOVE 'P'                            TO PH-RECORD-TYPE    00009999
               WRITE PH-PAYMENT-RECORD                                  00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * File the bill payment just posted into the open receipt         00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Map the tender type on the receipt at WS-PAY-IDX to its cash    00009999
      * account subscript. Autopay drafts settle electronically;        00009999
      * anything unrecognized banks as cash.                            00009999
      ***************************************************************** 00009999
       270-MAP-TENDER.                                                  00009999
           EVALUATE WS-PAY-TENDER (WS-PAY-IDX)                          00009999
               WHEN 'K'                                                 00009999
                   MOVE 2 TO WS-GL-TENDER-SUB                           00009999
               WHEN 'E'                                                 00009999
               WHEN 'A'                                                 00009999
                   MOVE 3 TO WS-GL-TENDER-SUB                           00009999
               WHEN OTHER                                               00009999
                   MOVE 1 TO WS-GL-TENDER-SUB                           00009999
           WRITE PAYX-LINE FROM WS-PAYX-LINE-WORK                       00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-RECONNECT-COUNT     TO WS-PAYX-COUNT-ED.             00009999
           MOVE WS-RECONNECT-FEE-TOTAL TO WS-PAYX-TOTAL-ED.             00009999
           MOVE SPACES TO WS-PAYX-LINE-WORK.                            00009999
           STRING 'RECONNECT FEES   : ' DELIMITED BY SIZE               00009999
                  WS-PAYX-COUNT-ED      DELIMITED BY SIZE               00009999
                  '   AMOUNT: $'        DELIMITED BY SIZE               00009999
                  WS-PAYX-TOTAL-ED      DELIMITED BY SIZE               00009999
               INTO WS-PAYX-LINE-WORK.                                  00009999
           WRITE PAYX-LINE FROM WS-PAYX-LINE-WORK                       00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-RECOVERY-COUNT  TO WS-PAYX-COUNT-ED.                 00009999
           MOVE WS-RECOVERY-AMOUNT TO WS-PAYX-TOTAL-ED.                 00009999
           MOVE SPACES TO WS-PAYX-LINE-WORK.                            00009999
           STRING 'BAD DEBT RECOVERED:' DELIMITED BY SIZE               00009999
                  WS-PAYX-COUNT-ED      DELIMITED BY SIZE               00009999
                  '   AMOUNT: $'        DELIMITED BY SIZE               00009999
                  WS-PAYX-TOTAL-ED      DELIMITED BY SIZE               00009999
               INTO WS-PAYX-LINE-WORK.                                  00009999
           WRITE PAYX-LINE FROM WS-PAYX-LINE-WORK                       00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-COMMISSION-TOTAL TO WS-PAYX-TOTAL-ED.                00009999
           MOVE SPACES TO WS-PAYX-LINE-WORK.                            00009999
           STRING 'AGENCY COMMISSION:         AMOUNT: $'                00009999
                      DELIMITED BY SIZE                                 00009999
                  WS-PAYX-TOTAL-ED      DELIMITED BY SIZE               00009999
               INTO WS-PAYX-LINE-WORK.                                  00009999
           WRITE PAYX-LINE FROM WS-PAYX-LINE-WORK                       00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE WS-REJECT-COUNT  TO WS-PAYX-COUNT-ED.                   00005120
           MOVE WS-REJECT-AMOUNT TO WS-PAYX-TOTAL-ED.                   00005130
           MOVE SPACES TO WS-PAYX-LINE-WORK.                            00005140
                                                                        00005220
           IF WS-READ-COUNT = WS-POSTED-COUNT + WS-DEPOSIT-COUNT        00009999
                   + WS-REVERSED-COUNT + WS-REJECT-COUNT                00009999
                   + WS-RECOVERY-COUNT                                  00009999
                   AND WS-READ-AMOUNT =                                 00005240
                       WS-POSTED-AMOUNT + WS-DEPOSIT-AMOUNT             00009999
                           + WS-REVERSED-AMOUNT + WS-REJECT-AMOUNT      00009999
                           + WS-RECOVERY-AMOUNT                         00009999
               MOVE 'IN BALANCE' TO WS-BALANCE-STATUS                   00005260
           ELSE                                                         00005270
               MOVE 'OUT OF BALANCE' TO WS-BALANCE-STATUS               00005280
      * listing: each tender's cash account is debited for the          00009999
      * receipts that hit it (and credited for returned items), the     00009999
      * receivable is credited for bill payments posted and debited     00009999
      * back for reversals and NSF and reconnect fees, deposits credit  00009999
      * the deposit liability and each fee credits its own revenue      00009999
      * account. Cash debits foot to the posted-plus-deposits total on  00009999
      * the balancing report.                                           00009999
      * Bad-debt recoveries credit the bad-debt account they were       00009999
      * written off to (so the cash test adds them in) and the          00009999
      * agency's commission on them is accrued to its payable.          00009999
      ***************************************************************** 00009999
       950-WRITE-GL-EXTRACT.                                            00009999
           MOVE 0 TO WS-GL-DEBIT-TOTAL.                                 00009999
               PERFORM 956-WRITE-GL-CREDIT                              00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF WS-RECONNECT-FEE-TOTAL > 0                                00009999
               MOVE WS-GL-ACCT-RECEIVABLE TO WS-GL-ACCT-WORK            00009999
               MOVE 'RECONNECT FEES RECEIVABLE' TO WS-GL-DESC-WORK      00009999
               MOVE WS-RECONNECT-FEE-TOTAL TO WS-GL-WORK-AMT            00009999
               PERFORM 955-WRITE-GL-DEBIT                               00009999
               MOVE WS-GL-ACCT-RECONNECT-REV TO WS-GL-ACCT-WORK         00009999
               MOVE 'RECONNECT FEE REVENUE' TO WS-GL-DESC-WORK          00009999
               MOVE WS-RECONNECT-FEE-TOTAL TO WS-GL-WORK-AMT            00009999
               PERFORM 956-WRITE-GL-CREDIT                              00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF WS-RECOVERY-AMOUNT > 0                                    00009999
               MOVE WS-GL-ACCT-BAD-DEBT TO WS-GL-ACCT-WORK              00009999
               MOVE 'BAD DEBT RECOVERIES' TO WS-GL-DESC-WORK            00009999
               MOVE WS-RECOVERY-AMOUNT TO WS-GL-WORK-AMT                00009999
               PERFORM 956-WRITE-GL-CREDIT                              00009999
           END-IF.                                                      00009999
           IF WS-COMMISSION-TOTAL > 0                                   00009999
               MOVE WS-GL-ACCT-AGENCY-EXP TO WS-GL-ACCT-WORK            00009999
               MOVE 'COLLECTION AGENCY COMMISSION' TO WS-GL-DESC-WORK   00009999
               MOVE WS-COMMISSION-TOTAL TO WS-GL-WORK-AMT               00009999
               PERFORM 955-WRITE-GL-DEBIT                               00009999
               MOVE WS-GL-ACCT-AGENCY-PAY TO WS-GL-ACCT-WORK            00009999
               MOVE 'AGENCY COMMISSION PAYABLE' TO WS-GL-DESC-WORK      00009999
               MOVE WS-COMMISSION-TOTAL TO WS-GL-WORK-AMT               00009999
               PERFORM 956-WRITE-GL-CREDIT                              00009999
           END-IF.                                                      00009999
           MOVE WS-GL-CASH-DEBITS TO WS-PAYX-TOTAL-ED.                  00009999
           MOVE SPACES TO WS-PAYX-LINE-WORK.                            00009999
           STRING 'GL CASH DEBITS   :         AMOUNT: $'                00009999
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL                    00009999
                   AND WS-GL-CASH-DEBITS =                              00009999
                       WS-POSTED-AMOUNT + WS-DEPOSIT-AMOUNT             00009999
                           + WS-RECOVERY-AMOUNT                         00009999
               MOVE 'MATCH' TO WS-GL-STATUS                             00009999
           ELSE                                                         00009999
               MOVE 'MISMATCH' TO WS-GL-STATUS                          00009999
           MOVE WS-GL-WORK-AMT  TO GL-CREDIT-AMOUNT.                    00009999
           WRITE GL-EXTRACT-RECORD.                                     00009999
           ADD WS-GL-WORK-AMT TO WS-GL-CREDIT-TOTAL.                    00009999
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
      * run left it, receipts posted.                                   00009999
      ***************************************************************** 00009999
       075-TALLY-MASTER-OUT.                                            00009999
           ADD 1 TO WS-LOG-RECORDS-OUT.                                 00009999
           COMPUTE WS-LOG-AMOUNT-OUT = WS-LOG-AMOUNT-OUT                00009999
               + CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED.            00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Log this step's end with the receipts posted and cash applied.  00009999
      * An out-of-balance batch or a GL extract that does not tie is    00009999
      * logged as a control warning (return code 04).                   00009999
      ***************************************************************** 00009999
       090-LOG-STEP-END.                                                00009999
           MOVE WS-POSTED-COUNT  TO WS-LOG-CONTROL-COUNT.               00009999
           MOVE WS-POSTED-AMOUNT TO WS-LOG-CONTROL-AMOUNT.              00009999
           MOVE 'E' TO WS-LOG-EVENT.                                    00009999
           MOVE SPACES TO WS-LOG-OPERATOR WS-LOG-REMARKS.               00009999
           IF WS-BALANCE-STATUS = 'OUT OF BALANCE'                      00009999
               MOVE 4 TO WS-LOG-RETURN-CODE                             00009999
               MOVE 'BATCH OUT OF BALANCE' TO WS-LOG-REMARKS            00009999
           ELSE                                                         00009999
               IF WS-GL-STATUS = 'MISMATCH'                             00009999
                   MOVE 4 TO WS-LOG-RETURN-CODE                         00009999
                   MOVE 'GL EXTRACT MISMATCH' TO WS-LOG-REMARKS         00009999
               ELSE                                                     00009999
                   MOVE 0 TO WS-LOG-RETURN-CODE                         00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
           PERFORM 070-WRITE-RUN-LOG.                                   00009999
