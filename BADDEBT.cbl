       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. BADDEBT.                                             00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:BAD-DEBT WRITE-OFF AND AGENCY PLACEMENT. PASSES    00000070
      *              THE CUSTOMER MASTER FOR CLOSED ACCOUNTS STILL      00000080
      *              OWING ON THEIR CLOSING BILL AND WRITES OFF EVERY   00000090
      *              ONE WHOSE CLOSING BILL IS PAST DUE BY THE WOCTL    00000100
      *              AGE AND WHOSE BALANCE MEETS THE WOCTL DOLLAR       00000110
      *              THRESHOLD. THE BALANCE COMES OFF THE MASTER (SO    00000120
      *              AGE2000 STOPS CARRYING IT), THE WRITE-OFF POSTS    00000130
      *              TO PAYHIST (TYPE W) SO ARRECON STILL FOOTS, AND    00000140
      *              IS JOURNALED TO THE GL EXTRACT AGAINST BAD-DEBT    00000150
      *              EXPENSE. BALANCES WORTH CHASING ARE WRITTEN TO     00000160
      *              THE COLLECTION AGENCY PLACEMENT FILE; PAYPOST      00000170
      *              POSTS LATER RECEIPTS ON THEM AS RECOVERIES.        00000180
      *              PRINTS A REGISTER WITH CONTROL TOTALS.             00000190
      ***************************************************************** 00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
      ***************************************************************** 00000240
      * CUSTOMER MASTER - ONE RECORD PER BILLABLE ACCOUNT, THE          00000250
      * WRITE-OFF REWRITTEN IN PLACE                                    00000260
      ***************************************************************** 00000270
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000280
               ORGANIZATION IS INDEXED                                  00000290
               ACCESS MODE IS SEQUENTIAL                                00000300
               RECORD KEY IS CM-ACCOUNT-NO                              00000310
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000320
      ***************************************************************** 00000330
      * CUSTOMER NAME AND ADDRESS FILE MAINTAINED BY CUSTMNT            00000340
      ***************************************************************** 00000350
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00000360
               ORGANIZATION IS INDEXED                                  00000370
               ACCESS MODE IS RANDOM                                    00000380
               RECORD KEY IS NA-ACCOUNT-NO                              00000390
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00000400
      ***************************************************************** 00000410
      * WRITE-OFF CONTROL - THE POLICY TERMS FOR THIS RUN               00000420
      ***************************************************************** 00000430
           SELECT WOCTL-FILE ASSIGN TO "WOCTL.DAT"                      00000440
               ORGANIZATION IS LINE SEQUENTIAL                          00000450
               FILE STATUS IS WS-WOCTL-STATUS.                          00000460
      ***************************************************************** 00000470
      * POSTED PAYMENT HISTORY - WRITE-OFFS APPENDED FOR ARRECON        00000480
      ***************************************************************** 00000490
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"                  00000500
               ORGANIZATION IS LINE SEQUENTIAL                          00000510
               FILE STATUS IS WS-PAYHIST-STATUS.                        00000520
      ***************************************************************** 00000530
      * COLLECTION AGENCY PLACEMENT FILE                                00000540
      ***************************************************************** 00000550
           SELECT AGYPLC-FILE ASSIGN TO "AGYPLC.DAT"                    00000560
               ORGANIZATION IS LINE SEQUENTIAL                          00000570
               FILE STATUS IS WS-AGYPLC-STATUS.                         00000580
      ***************************************************************** 00000590
      * GL EXTRACT FOR THE WRITE-OFF JOURNAL                            00000600
      ***************************************************************** 00000610
           SELECT GLEXTR-FILE ASSIGN TO "BDGLEX.DAT"                    00000620
               ORGANIZATION IS LINE SEQUENTIAL                          00000630
               FILE STATUS IS WS-GLEXTR-STATUS.                         00000640
      ***************************************************************** 00000650
      * BAD-DEBT WRITE-OFF REGISTER                                     00000660
      ***************************************************************** 00000670
           SELECT BD-FILE ASSIGN TO "BDREG.PRT"                         00000680
               ORGANIZATION IS LINE SEQUENTIAL                          00000690
               FILE STATUS IS WS-BD-STATUS.                             00000700
       DATA DIVISION.                                                   00000710
       FILE SECTION.                                                    00000720
      ***************************************************************** 00000730
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000740
      ***************************************************************** 00000750
       FD  CUSTMAS-FILE.                                                00000760
           COPY CUSTMAS.                                                00000770
      ***************************************************************** 00000780
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00000790
      ***************************************************************** 00000800
       FD  NAMEADDR-FILE.                                               00000810
           COPY NAMEADDR.                                               00000820
      ***************************************************************** 00000830
      * WOCTL-FILE - WRITE-OFF POLICY (SEE COPYBOOKS/WOCTL.CPY)         00000840
      ***************************************************************** 00000850
       FD  WOCTL-FILE.                                                  00000860
           COPY WOCTL.                                                  00000870
      ***************************************************************** 00000880
      * PAYHIST-FILE - POSTED PAYMENTS (SEE COPYBOOKS/PAYHIST.CPY)      00000890
      ***************************************************************** 00000900
       FD  PAYHIST-FILE.                                                00000910
           COPY PAYHIST.                                                00000920
      ***************************************************************** 00000930
      * AGYPLC-FILE - AGENCY PLACEMENTS (SEE COPYBOOKS/AGYPLC.CPY)      00000940
      ***************************************************************** 00000950
       FD  AGYPLC-FILE.                                                 00000960
           COPY AGYPLC.                                                 00000970
      ***************************************************************** 00000980
      * GLEXTR-FILE - GL EXTRACT (SEE COPYBOOKS/GLEXTR.CPY)             00000990
      ***************************************************************** 00001000
       FD  GLEXTR-FILE.                                                 00001010
           COPY GLEXTR.                                                 00001020
      ***************************************************************** 00001030
      * BD-FILE - WRITE-OFF REGISTER (SEE COPYBOOKS/BDRPT.CPY)          00001040
      ***************************************************************** 00001050
       FD  BD-FILE.                                                     00001060
           COPY BDRPT.                                                  00001070
       WORKING-STORAGE SECTION.                                         00001080
                                                                        00001090
      ***************************************************************** 00001100
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00001110
      ***************************************************************** 00001120
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00001130
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00001140
       01  WS-WOCTL-STATUS          PIC X(2)     VALUE SPACES.          00001150
       01  WS-PAYHIST-STATUS        PIC X(2)     VALUE SPACES.          00001160
       01  WS-AGYPLC-STATUS         PIC X(2)     VALUE SPACES.          00001170
       01  WS-GLEXTR-STATUS         PIC X(2)     VALUE SPACES.          00001180
       01  WS-BD-STATUS             PIC X(2)     VALUE SPACES.          00001190
       01  WS-EOF-SWITCHES.                                             00001200
           05  WS-CUSTMAS-EOF-SW    PIC X(1)     VALUE 'N'.             00001210
               88  CUSTMAS-EOF                   VALUE 'Y'.             00001220
                                                                        00001230
      ***************************************************************** 00001240
      * RUN DATE AND ITS 30-DAY COMMERCIAL SERIAL FOR THE AGE TEST      00001250
      ***************************************************************** 00001260
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001270
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001280
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001290
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001300
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001310
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001320
       01  WS-RUN-DATE-SERIAL       PIC 9(7)     VALUE 0.               00001330
                                                                        00001340
      ***************************************************************** 00001350
      * WORK DATE FOR SERIAL CONVERSION (30-DAY COMMERCIAL MONTHS)      00001360
      ***************************************************************** 00001370
       01  WS-WORK-DATE             PIC 9(8)     VALUE 0.               00001380
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                       00001390
           05  WS-WORK-DATE-CCYY    PIC 9(4).                           00001400
           05  WS-WORK-DATE-MM      PIC 9(2).                           00001410
           05  WS-WORK-DATE-DD      PIC 9(2).                           00001420
       01  WS-WORK-DATE-SERIAL      PIC 9(7)     VALUE 0.               00001430
       01  WS-DUE-DATE-ED           PIC X(10)    VALUE SPACES.          00001440
                                                                        00001450
      ***************************************************************** 00001460
      * WRITE-OFF POLICY LOADED FROM WOCTL-FILE. THE DEFAULTS BELOW     00001470
      * APPLY WHEN NO CONTROL FILE IS SUPPLIED.                         00001480
      ***************************************************************** 00001490
       01  WS-MIN-AGE-DAYS          PIC 9(3)     VALUE 120.             00001500
       01  WS-MIN-BALANCE           PIC 9(5)V99  VALUE 10.00.           00001510
       01  WS-PLACE-MIN             PIC 9(5)V99  VALUE 25.00.           00001520
       01  WS-AGENCY-ID             PIC X(6)     VALUE 'AGENCY'.        00001530
       01  WS-COMMISSION-RATE       PIC 9V9999   VALUE .2500.           00001540
                                                                        00001550
      ***************************************************************** 00001560
      * PER-ACCOUNT WORK FIELDS                                         00001570
      ***************************************************************** 00001580
       01  WS-OPEN-BALANCE          PIC S9(7)V99 VALUE 0                00001590
               SIGN IS TRAILING SEPARATE.                               00001600
       01  WS-DAYS-PAST-DUE         PIC 9(5)     VALUE 0.               00001610
       01  WS-HOLD-REASON           PIC X(18)    VALUE SPACES.          00001620
       01  WS-WO-NOTE               PIC X(18)    VALUE SPACES.          00001630
       01  WS-MAIL-ADDRESS.                                             00001640
           05  WS-MAIL-NAME         PIC X(40)    VALUE SPACES.          00001650
           05  WS-MAIL-LINE-1       PIC X(30)    VALUE SPACES.          00001660
           05  WS-MAIL-LINE-2       PIC X(30)    VALUE SPACES.          00001670
           05  WS-MAIL-CITY         PIC X(20)    VALUE SPACES.          00001680
           05  WS-MAIL-STATE        PIC X(2)     VALUE SPACES.          00001690
           05  WS-MAIL-ZIP          PIC X(5)     VALUE SPACES.          00001700
           05  WS-MAIL-ZIP-PLUS4    PIC X(4)     VALUE SPACES.          00001710
                                                                        00001720
      ***************************************************************** 00001730
      * RUN TOTALS FOR THE REGISTER SUMMARY AND THE GL EXTRACT          00001740
      ***************************************************************** 00001750
       01  WS-READ-COUNT            PIC 9(5)     VALUE 0.               00001760
       01  WS-CLOSED-OWING-COUNT    PIC 9(5)     VALUE 0.               00001770
       01  WS-CLOSED-OWING-TOTAL    PIC 9(8)V99  VALUE 0.               00001780
       01  WS-WRITEOFF-COUNT        PIC 9(5)     VALUE 0.               00001790
       01  WS-WRITEOFF-TOTAL        PIC 9(8)V99  VALUE 0.               00001800
       01  WS-PLACED-COUNT          PIC 9(5)     VALUE 0.               00001810
       01  WS-PLACED-TOTAL          PIC 9(8)V99  VALUE 0.               00001820
       01  WS-HELD-AGE-COUNT        PIC 9(5)     VALUE 0.               00001830
       01  WS-HELD-MIN-COUNT        PIC 9(5)     VALUE 0.               00001840
       01  WS-HELD-DUE-COUNT        PIC 9(5)     VALUE 0.               00001850
       01  WS-HELD-TOTAL            PIC 9(8)V99  VALUE 0.               00001860
       01  WS-CONTROL-STATUS        PIC X(14)    VALUE SPACES.          00001870
                                                                        00001880
      ***************************************************************** 00001890
      * GL ACCOUNTS FOR THE WRITE-OFF JOURNAL                           00001900
      ***************************************************************** 00001910
       01  WS-GL-ACCT-RECEIVABLE    PIC X(8)     VALUE '12000000'.      00001920
       01  WS-GL-ACCT-BAD-DEBT-EXP  PIC X(8)     VALUE '90400000'.      00001930
       01  WS-GL-DEBIT-TOTAL        PIC 9(8)V99  VALUE 0.               00001940
       01  WS-GL-CREDIT-TOTAL       PIC 9(8)V99  VALUE 0.               00001950
       01  WS-GL-STATUS             PIC X(8)     VALUE SPACES.          00001960
                                                                        00001970
      ***************************************************************** 00001980
      * EDITED FIELDS FOR THE WRITE-OFF REGISTER                        00001990
      ***************************************************************** 00002000
       01  WS-BD-ACCT-ED            PIC ZZZZZ9.                         00002010
       01  WS-BD-AMT-ED             PIC ZZZ,ZZ9.99.                     00002020
       01  WS-BD-DAYS-ED            PIC ZZZZ9.                          00002030
       01  WS-BD-TOT-ED             PIC Z,ZZZ,ZZ9.99.                   00002040
       01  WS-BD-COUNT-ED           PIC ZZ,ZZ9.                         00002050
       01  WS-BD-MIN-ED             PIC ZZ,ZZ9.99.                      00002060
       01  WS-BD-PLACE-ED           PIC ZZ,ZZ9.99.                      00002070
       01  WS-BD-RATE-ED            PIC 9.9999.                         00002080
                                                                        00002090
      ***************************************************************** 00002100
      * WRITE-OFF REGISTER LINE LAYOUTS                                 00002110
      ***************************************************************** 00002120
       01  WS-BD-LINE-WORK          PIC X(80)    VALUE SPACES.          00002130
       01  WS-BD-SEP-LINE           PIC X(80)    VALUE ALL '-'.         00002140
       01  WS-BD-COL-HDR-LINE.                                          00002150
           05  FILLER PIC X(9)  VALUE 'ACCOUNT  '.                      00002160
           05  FILLER PIC X(14) VALUE 'NAME          '.                 00002170
           05  FILLER PIC X(13) VALUE 'DUE DATE     '.                  00002180
           05  FILLER PIC X(13) VALUE 'BALANCE      '.                  00002190
           05  FILLER PIC X(8)  VALUE 'DAYS    '.                       00002200
           05  FILLER PIC X(18) VALUE 'NOTE'.                           00002210
                                                                        00002220
      ***************************************************************** 00002230
      * IT'S GO TIME!                                                   00002240
      ***************************************************************** 00002250
       PROCEDURE DIVISION.                                              00002260
                                                                        00002270
      ***************************************************************** 00002280
      * MAINLINE - LOAD THE WRITE-OFF POLICY, TEST EVERY CLOSED         00002290
      * ACCOUNT STILL OWING, WRITE IT OFF (AND PLACE IT) OR HOLD IT,    00002300
      * PRINT THE CONTROL TOTALS, CUT THE GL EXTRACT, STOP.             00002310
      ***************************************************************** 00002320
       000-MAIN.                                                        00002330
           DISPLAY '*************************************'.             00002340
           DISPLAY '*** BADDEBT - BAD-DEBT WRITE-OFF  ***'.             00002350
           DISPLAY '*************************************'.             00002360
           DISPLAY ' '.                                                 00002370
                                                                        00002380
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00002390
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00002400
                  '/'              DELIMITED BY SIZE                    00002410
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00002420
                  '/'              DELIMITED BY SIZE                    00002430
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00002440
               INTO WS-RUN-DATE-ED.                                     00002450
           MOVE WS-RUN-DATE TO WS-WORK-DATE.                            00002460
           PERFORM 150-DATE-TO-SERIAL.                                  00002470
           MOVE WS-WORK-DATE-SERIAL TO WS-RUN-DATE-SERIAL.              00002480
                                                                        00002490
           OPEN INPUT WOCTL-FILE.                                       00002500
           IF WS-WOCTL-STATUS = '00'                                    00002510
               READ WOCTL-FILE                                          00002520
                   AT END                                               00002530
                       CONTINUE                                         00002540
                   NOT AT END                                           00002550
                       MOVE WC-MIN-AGE-DAYS    TO WS-MIN-AGE-DAYS       00002560
                       MOVE WC-MIN-BALANCE     TO WS-MIN-BALANCE        00002570
                       MOVE WC-PLACE-MIN       TO WS-PLACE-MIN          00002580
                       MOVE WC-AGENCY-ID       TO WS-AGENCY-ID          00002590
                       MOVE WC-COMMISSION-RATE TO WS-COMMISSION-RATE    00002600
               END-READ                                                 00002610
               CLOSE WOCTL-FILE                                         00002620
           END-IF.                                                      00002630
           MOVE WS-MIN-BALANCE     TO WS-BD-MIN-ED.                     00002640
           MOVE WS-PLACE-MIN       TO WS-BD-PLACE-ED.                   00002650
           MOVE WS-COMMISSION-RATE TO WS-BD-RATE-ED.                    00002660
           DISPLAY 'MINIMUM AGE DAYS: ' WS-MIN-AGE-DAYS                 00002670
               '  MINIMUM: ' WS-BD-MIN-ED                               00002680
               '  PLACE AT: ' WS-BD-PLACE-ED                            00002690
               '  AGENCY: ' WS-AGENCY-ID.                               00002700
                                                                        00002710
           OPEN I-O CUSTMAS-FILE.                                       00002720
           IF WS-CUSTMAS-STATUS NOT = '00'                              00002730
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00002740
                   WS-CUSTMAS-STATUS                                    00002750
               STOP RUN                                                 00002760
           END-IF.                                                      00002770
                                                                        00002780
           OPEN INPUT NAMEADDR-FILE.                                    00002790
           IF WS-NAMEADDR-STATUS NOT = '00'                             00002800
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00002810
                   WS-NAMEADDR-STATUS                                   00002820
               STOP RUN                                                 00002830
           END-IF.                                                      00002840
                                                                        00002850
           OPEN OUTPUT AGYPLC-FILE.                                     00002860
           IF WS-AGYPLC-STATUS NOT = '00'                               00002870
               DISPLAY 'UNABLE TO OPEN AGYPLC-FILE, STATUS: '           00002880
                   WS-AGYPLC-STATUS                                     00002890
               STOP RUN                                                 00002900
           END-IF.                                                      00002910
                                                                        00002920
           OPEN OUTPUT GLEXTR-FILE.                                     00002930
           IF WS-GLEXTR-STATUS NOT = '00'                               00002940
               DISPLAY 'UNABLE TO OPEN GLEXTR-FILE, STATUS: '           00002950
                   WS-GLEXTR-STATUS                                     00002960
               STOP RUN                                                 00002970
           END-IF.                                                      00002980
                                                                        00002990
           OPEN OUTPUT BD-FILE.                                         00003000
           IF WS-BD-STATUS NOT = '00'                                   00003010
               DISPLAY 'UNABLE TO OPEN BD-FILE, STATUS: '               00003020
                   WS-BD-STATUS                                         00003030
               STOP RUN                                                 00003040
           END-IF.                                                      00003050
                                                                        00003060
           OPEN EXTEND PAYHIST-FILE.                                    00003070
           IF WS-PAYHIST-STATUS = '35'                                  00003080
               OPEN OUTPUT PAYHIST-FILE                                 00003090
           END-IF.                                                      00003100
           IF WS-PAYHIST-STATUS NOT = '00'                              00003110
               DISPLAY 'UNABLE TO OPEN PAYHIST-FILE, STATUS: '          00003120
                   WS-PAYHIST-STATUS                                    00003130
               STOP RUN                                                 00003140
           END-IF.                                                      00003150
                                                                        00003160
           PERFORM 810-WRITE-REGISTER-HEADERS.                          00003170
                                                                        00003180
           PERFORM 700-READ-CUSTMAS.                                    00003190
           PERFORM UNTIL CUSTMAS-EOF                                    00003200
               PERFORM 200-TEST-ACCOUNT                                 00003210
               PERFORM 700-READ-CUSTMAS                                 00003220
           END-PERFORM.                                                 00003230
                                                                        00003240
           PERFORM 900-WRITE-REGISTER-SUMMARY.                          00003250
           PERFORM 910-WRITE-GL-EXTRACT.                                00003260
                                                                        00003270
           CLOSE CUSTMAS-FILE.                                          00003280
           CLOSE NAMEADDR-FILE.                                         00003290
           CLOSE PAYHIST-FILE.                                          00003300
           CLOSE AGYPLC-FILE.                                           00003310
           CLOSE GLEXTR-FILE.                                           00003320
           CLOSE BD-FILE.                                               00003330
           STOP RUN.                                                    00003340
                                                                        00003350
      ***************************************************************** 00003360
      * Read the next customer master record, setting the EOF switch    00003370
      * when the file is exhausted.                                     00003380
      ***************************************************************** 00003390
       700-READ-CUSTMAS.                                                00003400
           READ CUSTMAS-FILE                                            00003410
               AT END                                                   00003420
                   SET CUSTMAS-EOF TO TRUE                              00003430
           END-READ.                                                    00003440
                                                                        00003450
      ***************************************************************** 00003460
      * Convert WS-WORK-DATE to a 30-day commercial serial so two       00003470
      * dates subtract directly to an age in days, the same way         00003480
      * AGE2000 ages the receivable.                                    00003490
      ***************************************************************** 00003500
       150-DATE-TO-SERIAL.                                              00003510
           COMPUTE WS-WORK-DATE-SERIAL =                                00003520
               (WS-WORK-DATE-CCYY * 360)                                00003530
                   + ((WS-WORK-DATE-MM - 1) * 30)                       00003540
                   + WS-WORK-DATE-DD.                                   00003550
                                                                        00003560
      ***************************************************************** 00003570
      * Test one master account. Only a closed account - one whose      00003580
      * closing bill has been cut - still owing on that bill is a       00003590
      * write-off candidate; active and final-pending accounts are      00003600
      * still being billed and dunned. A candidate is written off       00003610
      * once its closing bill is past due by the policy age and its     00003620
      * balance meets the policy minimum, otherwise it is listed with   00003630
      * the reason it was held.                                         00003640
      ***************************************************************** 00003650
       200-TEST-ACCOUNT.                                                00003660
           ADD 1 TO WS-READ-COUNT.                                      00003670
           IF CM-STATUS-CLOSED                                          00003680
               COMPUTE WS-OPEN-BALANCE =                                00003690
                   CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED           00003700
               IF WS-OPEN-BALANCE > 0                                   00003710
                   ADD 1 TO WS-CLOSED-OWING-COUNT                       00003720
                   ADD WS-OPEN-BALANCE TO WS-CLOSED-OWING-TOTAL         00003730
                   PERFORM 210-CHECK-POLICY                             00003740
                   IF WS-HOLD-REASON = SPACES                           00003750
                       PERFORM 300-WRITE-OFF-ACCOUNT                    00003760
                   ELSE                                                 00003770
                       ADD WS-OPEN-BALANCE TO WS-HELD-TOTAL             00003780
                       PERFORM 570-WRITE-HELD-LINE                      00003790
                   END-IF                                               00003800
               END-IF                                                   00003810
           END-IF.                                                      00003820
                                                                        00003830
      ***************************************************************** 00003840
      * Age the closing bill from its due date and hold the account     00003850
      * when it is not yet old enough or the balance is too small to    00003860
      * be worth writing off. An account with no due date on file       00003870
      * cannot be aged and is held for review.                          00003880
      ***************************************************************** 00003890
       210-CHECK-POLICY.                                                00003900
           MOVE SPACES TO WS-HOLD-REASON.                               00003910
           MOVE SPACES TO WS-DUE-DATE-ED.                               00003920
           MOVE 0 TO WS-DAYS-PAST-DUE.                                  00003930
           IF CM-DUE-DATE IS NUMERIC AND CM-DUE-DATE > 0                00003940
               MOVE CM-DUE-DATE TO WS-WORK-DATE                         00003950
               PERFORM 150-DATE-TO-SERIAL                               00003960
               STRING WS-WORK-DATE-MM   DELIMITED BY SIZE               00003970
                      '/'               DELIMITED BY SIZE               00003980
                      WS-WORK-DATE-DD   DELIMITED BY SIZE               00003990
                      '/'               DELIMITED BY SIZE               00004000
                      WS-WORK-DATE-CCYY DELIMITED BY SIZE               00004010
                   INTO WS-DUE-DATE-ED                                  00004020
               IF WS-RUN-DATE-SERIAL > WS-WORK-DATE-SERIAL              00004030
                   COMPUTE WS-DAYS-PAST-DUE =                           00004040
                       WS-RUN-DATE-SERIAL - WS-WORK-DATE-SERIAL         00004050
               END-IF                                                   00004060
               IF WS-DAYS-PAST-DUE < WS-MIN-AGE-DAYS                    00004070
                   MOVE 'HELD-UNDER AGE' TO WS-HOLD-REASON              00004080
                   ADD 1 TO WS-HELD-AGE-COUNT                           00004090
               ELSE                                                     00004100
                   IF WS-OPEN-BALANCE < WS-MIN-BALANCE                  00004110
                       MOVE 'HELD-UNDER MINIMUM' TO WS-HOLD-REASON      00004120
                       ADD 1 TO WS-HELD-MIN-COUNT                       00004130
                   END-IF                                               00004140
               END-IF                                                   00004150
           ELSE                                                         00004160
               MOVE 'HELD-NO DUE DATE' TO WS-HOLD-REASON                00004170
               ADD 1 TO WS-HELD-DUE-COUNT                               00004180
           END-IF.                                                      00004190
                                                                        00004200
      ***************************************************************** 00004210
      * Write the balance off. It comes off the master in full (the     00004220
      * rolled balance and any receipts on hand both go to zero, so     00004230
      * AGE2000 stops aging it), the write-off date and amount are      00004240
      * recorded for PAYPOST's recovery posting, and the write-off is   00004250
      * appended to the payment history as a type W entry so the        00004260
      * balance ARRECON rebuilds still foots to the master. A balance   00004270
      * worth chasing is placed with the collection agency.             00004280
      ***************************************************************** 00004290
       300-WRITE-OFF-ACCOUNT.                                           00004300
           IF CM-WRITEOFF-AMOUNT IS NOT NUMERIC                         00004310
               MOVE 0 TO CM-WRITEOFF-AMOUNT                             00004320
           END-IF.                                                      00004330
           IF CM-WO-RECOVERED IS NOT NUMERIC                            00004340
               MOVE 0 TO CM-WO-RECOVERED                                00004350
           END-IF.                                                      00004360
           IF CM-WO-COMMISSION IS NOT NUMERIC                           00004370
               MOVE 0 TO CM-WO-COMMISSION                               00004380
           END-IF.                                                      00004390
           IF CM-AGENCY-PLACED-DATE IS NOT NUMERIC                      00004400
               MOVE 0 TO CM-AGENCY-PLACED-DATE                          00004410
           END-IF.                                                      00004420
           MOVE WS-RUN-DATE TO CM-WRITEOFF-DATE.                        00004430
           ADD WS-OPEN-BALANCE TO CM-WRITEOFF-AMOUNT.                   00004440
           MOVE 0 TO CM-PREVIOUS-BALANCE.                               00004450
           MOVE 0 TO CM-PAYMENTS-RECEIVED.                              00004460
           IF WS-OPEN-BALANCE < WS-PLACE-MIN                            00004470
               MOVE 'WRITTEN OFF' TO WS-WO-NOTE                         00004480
           ELSE                                                         00004490
               PERFORM 350-PLACE-WITH-AGENCY                            00004500
               MOVE 'WRITTEN OFF/PLACED' TO WS-WO-NOTE                  00004510
           END-IF.                                                      00004520
           REWRITE CM-CUSTOMER-RECORD.                                  00004530
                                                                        00004540
           MOVE CM-ACCOUNT-NO   TO PH-ACCOUNT-NO.                       00004550
           MOVE WS-RUN-DATE     TO PH-POST-DATE.                        00004560
           MOVE WS-OPEN-BALANCE TO PH-AMOUNT.                           00004570
           MOVE SPACE           TO PH-TENDER-TYPE.                      00004580
           MOVE 'W'             TO PH-RECORD-TYPE.                      00004590
           WRITE PH-PAYMENT-RECORD.                                     00004600
                                                                        00004610
           ADD 1 TO WS-WRITEOFF-COUNT.                                  00004620
           ADD WS-OPEN-BALANCE TO WS-WRITEOFF-TOTAL.                    00004630
           PERFORM 560-WRITE-WRITEOFF-LINE.                             00004640
                                                                        00004650
      ***************************************************************** 00004660
      * Place the written-off balance with the collection agency: one   00004670
      * placement record carrying the amount, the closing bill's due    00004680
      * date, the resolved mailing address and the service address.     00004690
      * The placement date on the master is what makes PAYPOST charge   00004700
      * the agency's commission on anything later recovered.            00004710
      ***************************************************************** 00004720
       350-PLACE-WITH-AGENCY.                                           00004730
           PERFORM 290-RESOLVE-MAILING-ADDRESS.                         00004740
           MOVE SPACES TO AP-PLACEMENT-RECORD.                          00004750
           MOVE WS-AGENCY-ID      TO AP-AGENCY-ID.                      00004760
           MOVE WS-RUN-DATE       TO AP-PLACE-DATE.                     00004770
           MOVE CM-ACCOUNT-NO     TO AP-ACCOUNT-NO.                     00004780
           MOVE WS-OPEN-BALANCE   TO AP-AMOUNT-PLACED.                  00004790
           MOVE CM-DUE-DATE       TO AP-LAST-DUE-DATE.                  00004800
           MOVE WS-MAIL-NAME      TO AP-FULL-NAME.                      00004810
           MOVE WS-MAIL-LINE-1    TO AP-MAIL-LINE-1.                    00004820
           MOVE WS-MAIL-LINE-2    TO AP-MAIL-LINE-2.                    00004830
           MOVE WS-MAIL-CITY      TO AP-MAIL-CITY.                      00004840
           MOVE WS-MAIL-STATE     TO AP-MAIL-STATE.                     00004850
           MOVE WS-MAIL-ZIP       TO AP-MAIL-ZIP.                       00004860
           MOVE WS-MAIL-ZIP-PLUS4 TO AP-MAIL-ZIP-PLUS4.                 00004870
           IF WS-NAMEADDR-STATUS = '00'                                 00004880
               MOVE NA-SVC-STREET TO AP-SVC-STREET                      00004890
               MOVE NA-SVC-CITY   TO AP-SVC-CITY                        00004900
               MOVE NA-SVC-STATE  TO AP-SVC-STATE                       00004910
               MOVE NA-SVC-ZIP    TO AP-SVC-ZIP                         00004920
           END-IF.                                                      00004930
           WRITE AP-PLACEMENT-RECORD.                                   00004940
           MOVE WS-RUN-DATE TO CM-AGENCY-PLACED-DATE.                   00004950
           ADD 1 TO WS-PLACED-COUNT.                                    00004960
           ADD WS-OPEN-BALANCE TO WS-PLACED-TOTAL.                      00004970
                                                                        00004980
      ***************************************************************** 00004990
      * Look up this account on the name and address file and resolve   00005000
      * where the agency should write: the separate mailing address     00005010
      * when one is on file, otherwise the service address. An          00005020
      * account with no name and address record is still placed         00005030
      * under its short name - the agency traces it.                    00005040
      ***************************************************************** 00005050
       290-RESOLVE-MAILING-ADDRESS.                                     00005060
           MOVE SPACES TO WS-MAIL-ADDRESS.                              00005070
           MOVE CM-ACCOUNT-NO TO NA-ACCOUNT-NO.                         00005080
           READ NAMEADDR-FILE                                           00005090
               INVALID KEY                                              00005100
                   CONTINUE                                             00005110
               NOT INVALID KEY                                          00005120
                   MOVE NA-FULL-NAME TO WS-MAIL-NAME                    00005130
                   IF NA-MAIL-LINE-1 = SPACES                           00005140
                       MOVE NA-SVC-STREET     TO WS-MAIL-LINE-1         00005150
                       MOVE NA-SVC-CITY       TO WS-MAIL-CITY           00005160
                       MOVE NA-SVC-STATE      TO WS-MAIL-STATE          00005170
                       MOVE NA-SVC-ZIP        TO WS-MAIL-ZIP            00005180
                       MOVE NA-SVC-ZIP-PLUS4  TO WS-MAIL-ZIP-PLUS4      00005190
                   ELSE                                                 00005200
                       MOVE NA-MAIL-LINE-1    TO WS-MAIL-LINE-1         00005210
                       MOVE NA-MAIL-LINE-2    TO WS-MAIL-LINE-2         00005220
                       MOVE NA-MAIL-CITY      TO WS-MAIL-CITY           00005230
                       MOVE NA-MAIL-STATE     TO WS-MAIL-STATE          00005240
                       MOVE NA-MAIL-ZIP       TO WS-MAIL-ZIP            00005250
                       MOVE NA-MAIL-ZIP-PLUS4 TO WS-MAIL-ZIP-PLUS4      00005260
                   END-IF                                               00005270
           END-READ.                                                    00005280
           IF WS-MAIL-NAME = SPACES                                     00005290
               MOVE CM-CUST-NAME TO WS-MAIL-NAME                        00005300
           END-IF.                                                      00005310
                                                                        00005320
      ***************************************************************** 00005330
      * Write one register detail line for the account just written     00005340
      * off.                                                            00005350
      ***************************************************************** 00005360
       560-WRITE-WRITEOFF-LINE.                                         00005370
           MOVE CM-ACCOUNT-NO    TO WS-BD-ACCT-ED.                      00005380
           MOVE WS-OPEN-BALANCE  TO WS-BD-AMT-ED.                       00005390
           MOVE WS-DAYS-PAST-DUE TO WS-BD-DAYS-ED.                      00005400
                                                                        00005410
           MOVE SPACES TO WS-BD-LINE-WORK.                              00005420
           STRING WS-BD-ACCT-ED   DELIMITED BY SIZE                     00005430
                  '   '           DELIMITED BY SIZE                     00005440
                  CM-CUST-NAME    DELIMITED BY SIZE                     00005450
                  '  '            DELIMITED BY SIZE                     00005460
                  WS-DUE-DATE-ED  DELIMITED BY SIZE                     00005470
                  '   '           DELIMITED BY SIZE                     00005480
                  WS-BD-AMT-ED    DELIMITED BY SIZE                     00005490
                  '   '           DELIMITED BY SIZE                     00005500
                  WS-BD-DAYS-ED   DELIMITED BY SIZE                     00005510
                  '   '           DELIMITED BY SIZE                     00005520
                  WS-WO-NOTE      DELIMITED BY SIZE                     00005530
               INTO WS-BD-LINE-WORK.                                    00005540
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00005550
               AFTER ADVANCING 1 LINE.                                  00005560
                                                                        00005570
      ***************************************************************** 00005580
      * Write one register detail line for a closed account held        00005590
      * back from write-off, with the reason.                           00005600
      ***************************************************************** 00005610
       570-WRITE-HELD-LINE.                                             00005620
           MOVE CM-ACCOUNT-NO    TO WS-BD-ACCT-ED.                      00005630
           MOVE WS-OPEN-BALANCE  TO WS-BD-AMT-ED.                       00005640
           MOVE WS-DAYS-PAST-DUE TO WS-BD-DAYS-ED.                      00005650
                                                                        00005660
           MOVE SPACES TO WS-BD-LINE-WORK.                              00005670
           STRING WS-BD-ACCT-ED   DELIMITED BY SIZE                     00005680
                  '   '           DELIMITED BY SIZE                     00005690
                  CM-CUST-NAME    DELIMITED BY SIZE                     00005700
                  '  '            DELIMITED BY SIZE                     00005710
                  WS-DUE-DATE-ED  DELIMITED BY SIZE                     00005720
                  '   '           DELIMITED BY SIZE                     00005730
                  WS-BD-AMT-ED    DELIMITED BY SIZE                     00005740
                  '   '           DELIMITED BY SIZE                     00005750
                  WS-BD-DAYS-ED   DELIMITED BY SIZE                     00005760
                  '   '           DELIMITED BY SIZE                     00005770
                  WS-HOLD-REASON  DELIMITED BY SIZE                     00005780
               INTO WS-BD-LINE-WORK.                                    00005790
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00005800
               AFTER ADVANCING 1 LINE.                                  00005810
                                                                        00005820
      ***************************************************************** 00005830
      * Write the register's one-time title, the policy terms applied   00005840
      * and the column header (no pagination - a run's write-offs fit   00005850
      * a page).                                                        00005860
      ***************************************************************** 00005870
       810-WRITE-REGISTER-HEADERS.                                      00005880
           MOVE SPACES TO WS-BD-LINE-WORK.                              00005890
           STRING 'BADDEBT BAD-DEBT WRITE-OFFS' DELIMITED BY SIZE       00005900
                  '     RUN DATE: '             DELIMITED BY SIZE       00005910
                  WS-RUN-DATE-ED                DELIMITED BY SIZE       00005920
               INTO WS-BD-LINE-WORK.                                    00005930
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00005940
               AFTER ADVANCING PAGE.                                    00005950
                                                                        00005960
           MOVE SPACES TO WS-BD-LINE-WORK.                              00005970
           STRING 'AGE DAYS: '      DELIMITED BY SIZE                   00005980
                  WS-MIN-AGE-DAYS   DELIMITED BY SIZE                   00005990
                  '   MINIMUM: $'   DELIMITED BY SIZE                   00006000
                  WS-BD-MIN-ED      DELIMITED BY SIZE                   00006010
                  '   PLACE AT: $'  DELIMITED BY SIZE                   00006020
                  WS-BD-PLACE-ED    DELIMITED BY SIZE                   00006030
                  '   AGENCY: '     DELIMITED BY SIZE                   00006040
                  WS-AGENCY-ID      DELIMITED BY SIZE                   00006050
               INTO WS-BD-LINE-WORK.                                    00006060
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006070
               AFTER ADVANCING 1 LINE.                                  00006080
                                                                        00006090
           WRITE BD-LINE FROM WS-BD-SEP-LINE                            00006100
               AFTER ADVANCING 1 LINE.                                  00006110
           WRITE BD-LINE FROM WS-BD-COL-HDR-LINE                        00006120
               AFTER ADVANCING 1 LINE.                                  00006130
           WRITE BD-LINE FROM WS-BD-SEP-LINE                            00006140
               AFTER ADVANCING 1 LINE.                                  00006150
                                                                        00006160
      ***************************************************************** 00006170
      * Write the register's control totals. Every closed account       00006180
      * still owing is either written off or held, so the counts and    00006190
      * amounts must foot; the write-off total is what the GL extract   00006200
      * is proved against and the placed total is what the agency       00006210
      * should acknowledge.                                             00006220
      ***************************************************************** 00006230
       900-WRITE-REGISTER-SUMMARY.                                      00006240
           WRITE BD-LINE FROM WS-BD-SEP-LINE                            00006250
               AFTER ADVANCING 1 LINE.                                  00006260
                                                                        00006270
           MOVE WS-READ-COUNT TO WS-BD-COUNT-ED.                        00006280
           MOVE SPACES TO WS-BD-LINE-WORK.                              00006290
           STRING 'ACCOUNTS READ      : ' DELIMITED BY SIZE             00006300
                  WS-BD-COUNT-ED          DELIMITED BY SIZE             00006310
               INTO WS-BD-LINE-WORK.                                    00006320
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006330
               AFTER ADVANCING 1 LINE.                                  00006340
                                                                        00006350
           MOVE WS-CLOSED-OWING-COUNT TO WS-BD-COUNT-ED.                00006360
           MOVE WS-CLOSED-OWING-TOTAL TO WS-BD-TOT-ED.                  00006370
           MOVE SPACES TO WS-BD-LINE-WORK.                              00006380
           STRING 'CLOSED AND OWING   : ' DELIMITED BY SIZE             00006390
                  WS-BD-COUNT-ED          DELIMITED BY SIZE             00006400
                  '   AMOUNT: $'          DELIMITED BY SIZE             00006410
                  WS-BD-TOT-ED            DELIMITED BY SIZE             00006420
               INTO WS-BD-LINE-WORK.                                    00006430
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006440
               AFTER ADVANCING 1 LINE.                                  00006450
                                                                        00006460
           MOVE WS-WRITEOFF-COUNT TO WS-BD-COUNT-ED.                    00006470
           MOVE WS-WRITEOFF-TOTAL TO WS-BD-TOT-ED.                      00006480
           MOVE SPACES TO WS-BD-LINE-WORK.                              00006490
           STRING 'WRITTEN OFF        : ' DELIMITED BY SIZE             00006500
                  WS-BD-COUNT-ED          DELIMITED BY SIZE             00006510
                  '   AMOUNT: $'          DELIMITED BY SIZE             00006520
                  WS-BD-TOT-ED            DELIMITED BY SIZE             00006530
               INTO WS-BD-LINE-WORK.                                    00006540
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006550
               AFTER ADVANCING 1 LINE.                                  00006560
                                                                        00006570
           MOVE WS-PLACED-COUNT TO WS-BD-COUNT-ED.                      00006580
           MOVE WS-PLACED-TOTAL TO WS-BD-TOT-ED.                        00006590
           MOVE SPACES TO WS-BD-LINE-WORK.                              00006600
           STRING 'PLACED WITH AGENCY : ' DELIMITED BY SIZE             00006610
                  WS-BD-COUNT-ED          DELIMITED BY SIZE             00006620
                  '   AMOUNT: $'          DELIMITED BY SIZE             00006630
                  WS-BD-TOT-ED            DELIMITED BY SIZE             00006640
               INTO WS-BD-LINE-WORK.                                    00006650
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006660
               AFTER ADVANCING 1 LINE.                                  00006670
                                                                        00006680
           MOVE WS-HELD-AGE-COUNT TO WS-BD-COUNT-ED.                    00006690
           MOVE SPACES TO WS-BD-LINE-WORK.                              00006700
           STRING 'HELD-UNDER AGE     : ' DELIMITED BY SIZE             00006710
                  WS-BD-COUNT-ED          DELIMITED BY SIZE             00006720
               INTO WS-BD-LINE-WORK.                                    00006730
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006740
               AFTER ADVANCING 1 LINE.                                  00006750
                                                                        00006760
           MOVE WS-HELD-MIN-COUNT TO WS-BD-COUNT-ED.                    00006770
           MOVE SPACES TO WS-BD-LINE-WORK.                              00006780
           STRING 'HELD-UNDER MINIMUM : ' DELIMITED BY SIZE             00006790
                  WS-BD-COUNT-ED          DELIMITED BY SIZE             00006800
               INTO WS-BD-LINE-WORK.                                    00006810
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006820
               AFTER ADVANCING 1 LINE.                                  00006830
                                                                        00006840
           MOVE WS-HELD-DUE-COUNT TO WS-BD-COUNT-ED.                    00006850
           MOVE SPACES TO WS-BD-LINE-WORK.                              00006860
           STRING 'HELD-NO DUE DATE   : ' DELIMITED BY SIZE             00006870
                  WS-BD-COUNT-ED          DELIMITED BY SIZE             00006880
               INTO WS-BD-LINE-WORK.                                    00006890
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00006900
               AFTER ADVANCING 1 LINE.                                  00006910
                                                                        00006920
           IF WS-CLOSED-OWING-COUNT = WS-WRITEOFF-COUNT                 00006930
                   + WS-HELD-AGE-COUNT + WS-HELD-MIN-COUNT              00006940
                   + WS-HELD-DUE-COUNT                                  00006950
                   AND WS-CLOSED-OWING-TOTAL =                          00006960
                       WS-WRITEOFF-TOTAL + WS-HELD-TOTAL                00006970
               MOVE 'IN BALANCE' TO WS-CONTROL-STATUS                   00006980
           ELSE                                                         00006990
               MOVE 'OUT OF BALANCE' TO WS-CONTROL-STATUS               00007000
           END-IF.                                                      00007010
           MOVE SPACES TO WS-BD-LINE-WORK.                              00007020
           STRING 'CONTROL STATUS     : ' DELIMITED BY SIZE             00007030
                  WS-CONTROL-STATUS       DELIMITED BY SIZE             00007040
               INTO WS-BD-LINE-WORK.                                    00007050
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00007060
               AFTER ADVANCING 1 LINE.                                  00007070
                                                                        00007080
      ***************************************************************** 00007090
      * Cut the write-off journal - one bad-debt expense debit and one  00007100
      * receivable credit for the run's written-off total - and prove   00007110
      * it on the register against the write-off total.                 00007120
      ***************************************************************** 00007130
       910-WRITE-GL-EXTRACT.                                            00007140
           IF WS-WRITEOFF-TOTAL > 0                                     00007150
               MOVE WS-RUN-DATE             TO GL-RUN-DATE              00007160
               MOVE 0                       TO GL-BILLING-CYCLE         00007170
               MOVE WS-GL-ACCT-BAD-DEBT-EXP TO GL-ACCOUNT-NO            00007180
               MOVE 'UNCOLLECTIBLE ACCOUNTS EXPENSE' TO GL-DESCRIPTION  00007190
               MOVE WS-WRITEOFF-TOTAL       TO GL-DEBIT-AMOUNT          00007200
               MOVE 0                       TO GL-CREDIT-AMOUNT         00007210
               WRITE GL-EXTRACT-RECORD                                  00007220
               ADD WS-WRITEOFF-TOTAL TO WS-GL-DEBIT-TOTAL               00007230
               MOVE WS-GL-ACCT-RECEIVABLE   TO GL-ACCOUNT-NO            00007240
               MOVE 'RECEIVABLE WRITTEN OFF' TO GL-DESCRIPTION          00007250
               MOVE 0                       TO GL-DEBIT-AMOUNT          00007260
               MOVE WS-WRITEOFF-TOTAL       TO GL-CREDIT-AMOUNT         00007270
               WRITE GL-EXTRACT-RECORD                                  00007280
               ADD WS-WRITEOFF-TOTAL TO WS-GL-CREDIT-TOTAL              00007290
           END-IF.                                                      00007300
                                                                        00007310
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL                    00007320
                   AND WS-GL-CREDIT-TOTAL = WS-WRITEOFF-TOTAL           00007330
               MOVE 'MATCH' TO WS-GL-STATUS                             00007340
           ELSE                                                         00007350
               MOVE 'MISMATCH' TO WS-GL-STATUS                          00007360
           END-IF.                                                      00007370
           MOVE SPACES TO WS-BD-LINE-WORK.                              00007380
           STRING 'GL EXTRACT         : ' DELIMITED BY SIZE             00007390
                  WS-GL-STATUS            DELIMITED BY SIZE             00007400
               INTO WS-BD-LINE-WORK.                                    00007410
           WRITE BD-LINE FROM WS-BD-LINE-WORK                           00007420
               AFTER ADVANCING 1 LINE.                                  00007430
           WRITE BD-LINE FROM WS-BD-SEP-LINE                            00007440
               AFTER ADVANCING 1 LINE.                                  00007450
