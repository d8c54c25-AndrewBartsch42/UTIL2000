       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. LATECHG.                                             00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:LATE PAYMENT CHARGE ASSESSMENT. RUN AFTER A        00000070
      *              CYCLE'S BILL DUE DATE, ONCE PAYPOST HAS POSTED     00000080
      *              THE RECEIPTS: PASSES THE CUSTOMER MASTER AND       00000090
      *              ASSESSES THE LATECTL TARIFF PERCENTAGE (SUBJECT    00000100
      *              TO THE MINIMUM CHARGE) AGAINST EVERY ACCOUNT       00000110
      *              WHOSE BILL IS PAST DUE AND STILL UNPAID. ACCOUNTS  00000120
      *              ON AN ACTIVE PAYARRG ARRANGEMENT, ON THE BUDGET    00000130
      *              PLAN, OR IN A JURISDICTION THE COMMISSION EXEMPTS  00000140
      *              ARE LISTED BUT NOT CHARGED. THE CHARGE RIDES THE   00000150
      *              MASTER BALANCE, POSTS TO PAYHIST (TYPE L) SO       00000160
      *              ARRECON STILL FOOTS, AND IS JOURNALED TO THE GL    00000170
      *              EXTRACT. PRINTS A REGISTER WITH CONTROL TOTALS.    00000180
      *              EACH BILL IS CHARGED AT MOST ONCE.                 00000190
      ***************************************************************** 00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
      ***************************************************************** 00000240
      * CUSTOMER MASTER - ONE RECORD PER BILLABLE ACCOUNT, THE CHARGE   00000250
      * REWRITTEN IN PLACE                                              00000260
      ***************************************************************** 00000270
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000280
               ORGANIZATION IS INDEXED                                  00000290
               ACCESS MODE IS SEQUENTIAL                                00000300
               RECORD KEY IS CM-ACCOUNT-NO                              00000310
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000320
      ***************************************************************** 00000330
      * LATE CHARGE CONTROL - THE TARIFF TERMS FOR THIS RUN             00000340
      ***************************************************************** 00000350
           SELECT LATECTL-FILE ASSIGN TO "LATECTL.DAT"                  00000360
               ORGANIZATION IS LINE SEQUENTIAL                          00000370
               FILE STATUS IS WS-LATECTL-STATUS.                        00000380
      ***************************************************************** 00000390
      * PAYMENT ARRANGEMENT FILE FROM COLLECTIONS                       00000400
      ***************************************************************** 00000410
           SELECT ARRG-FILE ASSIGN TO "PAYARRG.DAT"                     00000420
               ORGANIZATION IS LINE SEQUENTIAL                          00000430
               FILE STATUS IS WS-ARRG-STATUS.                           00000440
      ***************************************************************** 00000450
      * POSTED PAYMENT HISTORY - CHARGES APPENDED FOR ARRECON           00000460
      ***************************************************************** 00000470
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"                  00000480
               ORGANIZATION IS LINE SEQUENTIAL                          00000490
               FILE STATUS IS WS-PAYHIST-STATUS.                        00000500
      ***************************************************************** 00000510
      * GL EXTRACT FOR THE LATE CHARGE JOURNAL                          00000520
      ***************************************************************** 00000530
           SELECT GLEXTR-FILE ASSIGN TO "LATEGLEX.DAT"                  00000540
               ORGANIZATION IS LINE SEQUENTIAL                          00000550
               FILE STATUS IS WS-GLEXTR-STATUS.                         00000560
      ***************************************************************** 00000570
      * LATE PAYMENT CHARGE REGISTER                                    00000580
      ***************************************************************** 00000590
           SELECT LATE-FILE ASSIGN TO "LATEREG.PRT"                     00000600
               ORGANIZATION IS LINE SEQUENTIAL                          00000610
               FILE STATUS IS WS-LATE-STATUS.                           00000620
       DATA DIVISION.                                                   00000630
       FILE SECTION.                                                    00000640
      ***************************************************************** 00000650
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000660
      ***************************************************************** 00000670
       FD  CUSTMAS-FILE.                                                00000680
           COPY CUSTMAS.                                                00000690
      ***************************************************************** 00000700
      * LATECTL-FILE - LATE CHARGE TERMS (SEE COPYBOOKS/LATECTL.CPY)    00000710
      ***************************************************************** 00000720
       FD  LATECTL-FILE.                                                00000730
           COPY LATECTL.                                                00000740
      ***************************************************************** 00000750
      * ARRG-FILE - PAYMENT ARRANGEMENTS (SEE COPYBOOKS/PAYARRG.CPY)    00000760
      ***************************************************************** 00000770
       FD  ARRG-FILE.                                                   00000780
           COPY PAYARRG.                                                00000790
      ***************************************************************** 00000800
      * PAYHIST-FILE - POSTED PAYMENTS (SEE COPYBOOKS/PAYHIST.CPY)      00000810
      ***************************************************************** 00000820
       FD  PAYHIST-FILE.                                                00000830
           COPY PAYHIST.                                                00000840
      ***************************************************************** 00000850
      * GLEXTR-FILE - GL EXTRACT (SEE COPYBOOKS/GLEXTR.CPY)             00000860
      ***************************************************************** 00000870
       FD  GLEXTR-FILE.                                                 00000880
           COPY GLEXTR.                                                 00000890
      ***************************************************************** 00000900
      * LATE-FILE - LATE CHARGE REGISTER (SEE COPYBOOKS/LATERPT.CPY)    00000910
      ***************************************************************** 00000920
       FD  LATE-FILE.                                                   00000930
           COPY LATERPT.                                                00000940
       WORKING-STORAGE SECTION.                                         00000950
                                                                        00000960
      ***************************************************************** 00000970
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00000980
      ***************************************************************** 00000990
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00001000
       01  WS-LATECTL-STATUS        PIC X(2)     VALUE SPACES.          00001010
       01  WS-ARRG-STATUS           PIC X(2)     VALUE SPACES.          00001020
       01  WS-PAYHIST-STATUS        PIC X(2)     VALUE SPACES.          00001030
       01  WS-GLEXTR-STATUS         PIC X(2)     VALUE SPACES.          00001040
       01  WS-LATE-STATUS           PIC X(2)     VALUE SPACES.          00001050
       01  WS-EOF-SWITCHES.                                             00001060
           05  WS-CUSTMAS-EOF-SW    PIC X(1)     VALUE 'N'.             00001070
               88  CUSTMAS-EOF                   VALUE 'Y'.             00001080
           05  WS-ARRG-EOF-SW       PIC X(1)     VALUE 'N'.             00001090
               88  ARRG-EOF                      VALUE 'Y'.             00001100
                                                                        00001110
      ***************************************************************** 00001120
      * RUN DATE AND ITS 30-DAY COMMERCIAL SERIAL FOR THE DUE DATE TEST 00001130
      ***************************************************************** 00001140
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001150
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001160
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001170
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001180
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001190
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001200
       01  WS-RUN-DATE-SERIAL       PIC 9(7)     VALUE 0.               00001210
                                                                        00001220
      ***************************************************************** 00001230
      * WORK DATE FOR SERIAL CONVERSION (30-DAY COMMERCIAL MONTHS)      00001240
      ***************************************************************** 00001250
       01  WS-WORK-DATE             PIC 9(8)     VALUE 0.               00001260
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                       00001270
           05  WS-WORK-DATE-CCYY    PIC 9(4).                           00001280
           05  WS-WORK-DATE-MM      PIC 9(2).                           00001290
           05  WS-WORK-DATE-DD      PIC 9(2).                           00001300
       01  WS-WORK-DATE-SERIAL      PIC 9(7)     VALUE 0.               00001310
       01  WS-DUE-DATE-ED           PIC X(10)    VALUE SPACES.          00001320
                                                                        00001330
      ***************************************************************** 00001340
      * LATE CHARGE TERMS LOADED FROM LATECTL-FILE. THE DEFAULTS        00001350
      * BELOW APPLY WHEN NO CONTROL FILE IS SUPPLIED.                   00001360
      ***************************************************************** 00001370
       01  WS-LATE-CHG-RATE         PIC 9V9999   VALUE .0150.           00001380
       01  WS-MIN-CHARGE            PIC 9(3)V99  VALUE 5.00.            00001390
       01  WS-GRACE-DAYS            PIC 9(2)     VALUE 0.               00001400
       01  WS-ASSESS-CYCLE          PIC 9(2)     VALUE 0.               00001410
                                                                        00001420
      ***************************************************************** 00001430
      * TAX JURISDICTION TABLE - CARRIES THE COMMISSION'S LATE CHARGE   00001440
      * EXEMPTION FLAG BY JURISDICTION (SEE COPYBOOKS/TAXTBL.CPY)       00001450
      ***************************************************************** 00001460
           COPY TAXTBL.                                                 00001470
                                                                        00001480
      ***************************************************************** 00001490
      * PAYMENT ARRANGEMENT TABLE, LOADED FROM ARRG-FILE AT STARTUP.    00001500
      * AN ARRANGEMENT IS ACTIVE FROM ITS START DATE UNTIL ITS          00001510
      * INSTALLMENT SCHEDULE HAS RUN OUT, THE SAME WINDOW AGE2000       00001520
      * GIVES IT.                                                       00001530
      ***************************************************************** 00001540
       01  WS-ARRG-ENTRIES-USED     PIC 9(3)     VALUE 0.               00001550
       01  WS-ARRG-TABLE.                                               00001560
           05  WS-ARRG-ENTRY OCCURS 50 TIMES                            00001570
                   INDEXED BY WS-ARRG-IDX.                              00001580
               10  WS-ARRG-ACCOUNT-NO   PIC 9(6)    VALUE 0.            00001590
               10  WS-ARRG-START-SERIAL PIC 9(7)    VALUE 0.            00001600
               10  WS-ARRG-NUM-INST     PIC 9(2)    VALUE 0.            00001610
       01  WS-ARRG-MONTHS-ELAPSED   PIC 9(3)     VALUE 0.               00001620
       01  WS-ARRG-ACTIVE-SW        PIC X(1)     VALUE 'N'.             00001630
           88  ARRG-ACTIVE                       VALUE 'Y'.             00001640
                                                                        00001650
      ***************************************************************** 00001660
      * PER-ACCOUNT ASSESSMENT WORK FIELDS                              00001670
      ***************************************************************** 00001680
       01  WS-PAST-DUE-SW           PIC X(1)     VALUE 'N'.             00001690
           88  BILL-PAST-DUE                     VALUE 'Y'.             00001700
       01  WS-DUE-SERIAL            PIC 9(7)     VALUE 0.               00001710
       01  WS-UNPAID-BALANCE        PIC S9(7)V99 VALUE 0                00001720
               SIGN IS TRAILING SEPARATE.                               00001730
       01  WS-LATE-CHARGE           PIC 9(5)V99  VALUE 0.               00001740
       01  WS-EXEMPT-REASON         PIC X(18)    VALUE SPACES.          00001750
                                                                        00001760
      ***************************************************************** 00001770
      * RUN TOTALS FOR THE REGISTER SUMMARY AND THE GL EXTRACT          00001780
      ***************************************************************** 00001790
       01  WS-READ-COUNT            PIC 9(5)     VALUE 0.               00001800
       01  WS-PAST-DUE-COUNT        PIC 9(5)     VALUE 0.               00001810
       01  WS-ASSESSED-COUNT        PIC 9(5)     VALUE 0.               00001820
       01  WS-UNPAID-TOTAL          PIC 9(8)V99  VALUE 0.               00001830
       01  WS-CHARGE-TOTAL          PIC 9(8)V99  VALUE 0.               00001840
       01  WS-EXEMPT-ARRG-COUNT     PIC 9(5)     VALUE 0.               00001850
       01  WS-EXEMPT-BUDGET-COUNT   PIC 9(5)     VALUE 0.               00001860
       01  WS-EXEMPT-JURIS-COUNT    PIC 9(5)     VALUE 0.               00001870
       01  WS-CONTROL-STATUS        PIC X(14)    VALUE SPACES.          00001880
                                                                        00001890
      ***************************************************************** 00001900
      * GL ACCOUNTS FOR THE LATE CHARGE JOURNAL                         00001910
      ***************************************************************** 00001920
       01  WS-GL-ACCT-RECEIVABLE    PIC X(8)     VALUE '12000000'.      00001930
       01  WS-GL-ACCT-LATE-CHG-REV  PIC X(8)     VALUE '40600000'.      00001940
       01  WS-GL-DEBIT-TOTAL        PIC 9(8)V99  VALUE 0.               00001950
       01  WS-GL-CREDIT-TOTAL       PIC 9(8)V99  VALUE 0.               00001960
       01  WS-GL-STATUS             PIC X(8)     VALUE SPACES.          00001970
                                                                        00001980
      ***************************************************************** 00001990
      * EDITED FIELDS FOR THE LATE CHARGE REGISTER                      00002000
      ***************************************************************** 00002010
       01  WS-LATE-ACCT-ED          PIC ZZZZZ9.                         00002020
       01  WS-LATE-AMT-ED           PIC ZZZ,ZZ9.99.                     00002030
       01  WS-LATE-AMT-ED2          PIC ZZZ,ZZ9.99.                     00002040
       01  WS-LATE-TOT-ED           PIC Z,ZZZ,ZZ9.99.                   00002050
       01  WS-LATE-COUNT-ED         PIC ZZ,ZZ9.                         00002060
       01  WS-LATE-RATE-ED          PIC 9.9999.                         00002070
       01  WS-LATE-MIN-ED           PIC ZZ9.99.                         00002080
                                                                        00002090
      ***************************************************************** 00002100
      * LATE CHARGE REGISTER LINE LAYOUTS                               00002110
      ***************************************************************** 00002120
       01  WS-LATE-LINE-WORK        PIC X(80)    VALUE SPACES.          00002130
       01  WS-LATE-SEP-LINE         PIC X(80)    VALUE ALL '-'.         00002140
       01  WS-LATE-COL-HDR-LINE.                                        00002150
           05  FILLER PIC X(9)  VALUE 'ACCOUNT  '.                      00002160
           05  FILLER PIC X(14) VALUE 'NAME          '.                 00002170
           05  FILLER PIC X(13) VALUE 'DUE DATE     '.                  00002180
           05  FILLER PIC X(13) VALUE 'UNPAID BAL   '.                  00002190
           05  FILLER PIC X(13) VALUE 'LATE CHARGE  '.                  00002200
           05  FILLER PIC X(18) VALUE 'NOTE'.                           00002210
                                                                        00002220
      ***************************************************************** 00002230
      * IT'S GO TIME!                                                   00002240
      ***************************************************************** 00002250
       PROCEDURE DIVISION.                                              00002260
                                                                        00002270
      ***************************************************************** 00002280
      * MAINLINE - LOAD THE TARIFF TERMS AND THE ARRANGEMENTS, TEST     00002290
      * EVERY MASTER ACCOUNT FOR A PAST-DUE UNPAID BILL, ASSESS OR      00002300
      * EXEMPT IT, PRINT THE CONTROL TOTALS, CUT THE GL EXTRACT, STOP.  00002310
      ***************************************************************** 00002320
       000-MAIN.                                                        00002330
           DISPLAY '*************************************'.             00002340
           DISPLAY '*** LATECHG - LATE PAYMENT CHARGE ***'.             00002350
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
           OPEN INPUT LATECTL-FILE.                                     00002500
           IF WS-LATECTL-STATUS = '00'                                  00002510
               READ LATECTL-FILE                                        00002520
                   AT END                                               00002530
                       CONTINUE                                         00002540
                   NOT AT END                                           00002550
                       MOVE LC-LATE-CHG-RATE TO WS-LATE-CHG-RATE        00002560
                       MOVE LC-MIN-CHARGE    TO WS-MIN-CHARGE           00002570
                       MOVE LC-GRACE-DAYS    TO WS-GRACE-DAYS           00002580
                       MOVE LC-BILLING-CYCLE TO WS-ASSESS-CYCLE         00002590
               END-READ                                                 00002600
               CLOSE LATECTL-FILE                                       00002610
           END-IF.                                                      00002620
           MOVE WS-LATE-CHG-RATE TO WS-LATE-RATE-ED.                    00002630
           MOVE WS-MIN-CHARGE    TO WS-LATE-MIN-ED.                     00002640
           DISPLAY 'LATE CHARGE RATE: ' WS-LATE-RATE-ED                 00002650
               '  MINIMUM: ' WS-LATE-MIN-ED                             00002660
               '  GRACE DAYS: ' WS-GRACE-DAYS                           00002670
               '  CYCLE: ' WS-ASSESS-CYCLE.                             00002680
                                                                        00002690
           OPEN INPUT ARRG-FILE.                                        00002700
           IF WS-ARRG-STATUS = '00'                                     00002710
               PERFORM UNTIL ARRG-EOF                                   00002720
                   READ ARRG-FILE                                       00002730
                       AT END                                           00002740
                           SET ARRG-EOF TO TRUE                         00002750
                       NOT AT END                                       00002760
                           PERFORM 170-LOAD-ARRANGEMENT                 00002770
                   END-READ                                             00002780
               END-PERFORM                                              00002790
               CLOSE ARRG-FILE                                          00002800
           END-IF.                                                      00002810
                                                                        00002820
           OPEN I-O CUSTMAS-FILE.                                       00002830
           IF WS-CUSTMAS-STATUS NOT = '00'                              00002840
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00002850
                   WS-CUSTMAS-STATUS                                    00002860
               STOP RUN                                                 00002870
           END-IF.                                                      00002880
                                                                        00002890
           OPEN OUTPUT GLEXTR-FILE.                                     00002900
           IF WS-GLEXTR-STATUS NOT = '00'                               00002910
               DISPLAY 'UNABLE TO OPEN GLEXTR-FILE, STATUS: '           00002920
                   WS-GLEXTR-STATUS                                     00002930
               STOP RUN                                                 00002940
           END-IF.                                                      00002950
                                                                        00002960
           OPEN OUTPUT LATE-FILE.                                       00002970
           IF WS-LATE-STATUS NOT = '00'                                 00002980
               DISPLAY 'UNABLE TO OPEN LATE-FILE, STATUS: '             00002990
                   WS-LATE-STATUS                                       00003000
               STOP RUN                                                 00003010
           END-IF.                                                      00003020
                                                                        00003030
           OPEN EXTEND PAYHIST-FILE.                                    00003040
           IF WS-PAYHIST-STATUS = '35'                                  00003050
               OPEN OUTPUT PAYHIST-FILE                                 00003060
           END-IF.                                                      00003070
           IF WS-PAYHIST-STATUS NOT = '00'                              00003080
               DISPLAY 'UNABLE TO OPEN PAYHIST-FILE, STATUS: '          00003090
                   WS-PAYHIST-STATUS                                    00003100
               STOP RUN                                                 00003110
           END-IF.                                                      00003120
                                                                        00003130
           PERFORM 810-WRITE-REGISTER-HEADERS.                          00003140
                                                                        00003150
           PERFORM 700-READ-CUSTMAS.                                    00003160
           PERFORM UNTIL CUSTMAS-EOF                                    00003170
               PERFORM 200-TEST-ACCOUNT                                 00003180
               PERFORM 700-READ-CUSTMAS                                 00003190
           END-PERFORM.                                                 00003200
                                                                        00003210
           PERFORM 900-WRITE-REGISTER-SUMMARY.                          00003220
           PERFORM 910-WRITE-GL-EXTRACT.                                00003230
                                                                        00003240
           CLOSE CUSTMAS-FILE.                                          00003250
           CLOSE PAYHIST-FILE.                                          00003260
           CLOSE GLEXTR-FILE.                                           00003270
           CLOSE LATE-FILE.                                             00003280
           STOP RUN.                                                    00003290
                                                                        00003300
      ***************************************************************** 00003310
      * Read the next customer master record, setting the EOF switch    00003320
      * when the file is exhausted.                                     00003330
      ***************************************************************** 00003340
       700-READ-CUSTMAS.                                                00003350
           READ CUSTMAS-FILE                                            00003360
               AT END                                                   00003370
                   SET CUSTMAS-EOF TO TRUE                              00003380
           END-READ.                                                    00003390
                                                                        00003400
      ***************************************************************** 00003410
      * Convert WS-WORK-DATE to a 30-day commercial serial so two       00003420
      * dates subtract directly to an age in days, the same way         00003430
      * AGE2000 ages the receivable.                                    00003440
      ***************************************************************** 00003450
       150-DATE-TO-SERIAL.                                              00003460
           COMPUTE WS-WORK-DATE-SERIAL =                                00003470
               (WS-WORK-DATE-CCYY * 360)                                00003480
                   + ((WS-WORK-DATE-MM - 1) * 30)                       00003490
                   + WS-WORK-DATE-DD.                                   00003500
                                                                        00003510
      ***************************************************************** 00003520
      * Load one payment arrangement into WS-ARRG-TABLE with its        00003530
      * start date converted to the 30-day serial.                      00003540
      ***************************************************************** 00003550
       170-LOAD-ARRANGEMENT.                                            00003560
           IF WS-ARRG-ENTRIES-USED >= 50                                00003570
               DISPLAY 'ARRANGEMENT TABLE FULL, RECORD DROPPED: '       00003580
                   PA-ACCOUNT-NO                                        00003590
           ELSE                                                         00003600
               ADD 1 TO WS-ARRG-ENTRIES-USED                            00003610
               SET WS-ARRG-IDX TO WS-ARRG-ENTRIES-USED                  00003620
               MOVE PA-ACCOUNT-NO TO                                    00003630
                   WS-ARRG-ACCOUNT-NO (WS-ARRG-IDX)                     00003640
               MOVE PA-NUM-INSTALLMENTS TO                              00003650
                   WS-ARRG-NUM-INST (WS-ARRG-IDX)                       00003660
               MOVE PA-START-DATE TO WS-WORK-DATE                       00003670
               PERFORM 150-DATE-TO-SERIAL                               00003680
               MOVE WS-WORK-DATE-SERIAL TO                              00003690
                   WS-ARRG-START-SERIAL (WS-ARRG-IDX)                   00003700
           END-IF.                                                      00003710
                                                                        00003720
      ***************************************************************** 00003730
      * Test one master account. Closed accounts are in collections     00003740
      * and are never charged; an account with no due date on file      00003750
      * has not been billed since due dates were kept. Anything else    00003760
      * with a past-due unpaid bill is either assessed or listed        00003770
      * with the reason it is exempt.                                   00003780
      ***************************************************************** 00003790
       200-TEST-ACCOUNT.                                                00003800
           ADD 1 TO WS-READ-COUNT.                                      00003810
           MOVE 'N' TO WS-PAST-DUE-SW.                                  00003820
           IF CM-STATUS-CLOSED                                          00003830
               CONTINUE                                                 00003840
           ELSE                                                         00003850
               IF CM-DUE-DATE IS NUMERIC AND CM-DUE-DATE > 0            00003860
                   PERFORM 210-CHECK-PAST-DUE                           00003870
               END-IF                                                   00003880
           END-IF.                                                      00003890
           IF BILL-PAST-DUE                                             00003900
               ADD 1 TO WS-PAST-DUE-COUNT                               00003910
               PERFORM 250-CHECK-EXEMPTIONS                             00003920
               IF WS-EXEMPT-REASON = SPACES                             00003930
                   PERFORM 300-ASSESS-LATE-CHARGE                       00003940
               ELSE                                                     00003950
                   PERFORM 570-WRITE-EXEMPT-LINE                        00003960
               END-IF                                                   00003970
           END-IF.                                                      00003980
                                                                        00003990
      ***************************************************************** 00004000
      * The bill is past due when the run date is beyond its due date   00004010
      * plus the grace days and the balance PAYPOST has left on the     00004020
      * master is still owing. A bill already charged (its due date     00004030
      * matches the last one assessed) is never charged again, and a    00004040
      * cycle-restricted run leaves the other cycles alone.             00004050
      ***************************************************************** 00004060
       210-CHECK-PAST-DUE.                                              00004070
           IF CM-LATE-CHG-DUE-DATE IS NUMERIC                           00004080
                   AND CM-LATE-CHG-DUE-DATE = CM-DUE-DATE               00004090
               CONTINUE                                                 00004100
           ELSE                                                         00004110
               IF WS-ASSESS-CYCLE = 0                                   00004120
                       OR CM-BILLING-CYCLE = WS-ASSESS-CYCLE            00004130
                   MOVE CM-DUE-DATE TO WS-WORK-DATE                     00004140
                   PERFORM 150-DATE-TO-SERIAL                           00004150
                   COMPUTE WS-DUE-SERIAL =                              00004160
                       WS-WORK-DATE-SERIAL + WS-GRACE-DAYS              00004170
                   COMPUTE WS-UNPAID-BALANCE =                          00004180
                       CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED       00004190
                   IF WS-RUN-DATE-SERIAL > WS-DUE-SERIAL                00004200
                           AND WS-UNPAID-BALANCE > 0                    00004210
                       SET BILL-PAST-DUE TO TRUE                        00004220
                       MOVE SPACES TO WS-DUE-DATE-ED                    00004230
                       STRING WS-WORK-DATE-MM   DELIMITED BY SIZE       00004240
                              '/'               DELIMITED BY SIZE       00004250
                              WS-WORK-DATE-DD   DELIMITED BY SIZE       00004260
                              '/'               DELIMITED BY SIZE       00004270
                              WS-WORK-DATE-CCYY DELIMITED BY SIZE       00004280
                           INTO WS-DUE-DATE-ED                          00004290
                   END-IF                                               00004300
               END-IF                                                   00004310
           END-IF.                                                      00004320
                                                                        00004330
      ***************************************************************** 00004340
      * Decide whether a past-due account is exempt from the charge:    00004350
      * an active payment arrangement, the budget plan (the levelized   00004360
      * amount is settled at true-up, not charged as it goes), or a     00004370
      * tax jurisdiction the commission exempts. The first reason       00004380
      * found is the one reported.                                      00004390
      ***************************************************************** 00004400
       250-CHECK-EXEMPTIONS.                                            00004410
           MOVE SPACES TO WS-EXEMPT-REASON.                             00004420
           PERFORM 260-CHECK-ARRANGEMENT.                               00004430
           IF ARRG-ACTIVE                                               00004440
               MOVE 'EXEMPT-ARRANGEMENT' TO WS-EXEMPT-REASON            00004450
               ADD 1 TO WS-EXEMPT-ARRG-COUNT                            00004460
           ELSE                                                         00004470
               IF CM-BUDGET-ENROLLED                                    00004480
                   MOVE 'EXEMPT-BUDGET PLAN' TO WS-EXEMPT-REASON        00004490
                   ADD 1 TO WS-EXEMPT-BUDGET-COUNT                      00004500
               ELSE                                                     00004510
                   PERFORM 270-CHECK-JURISDICTION                       00004520
               END-IF                                                   00004530
           END-IF.                                                      00004540
                                                                        00004550
      ***************************************************************** 00004560
      * Look for an arrangement on this account whose installment       00004570
      * schedule is still running as of the run date.                   00004580
      ***************************************************************** 00004590
       260-CHECK-ARRANGEMENT.                                           00004600
           MOVE 'N' TO WS-ARRG-ACTIVE-SW.                               00004610
           PERFORM VARYING WS-ARRG-IDX FROM 1 BY 1                      00004620
                   UNTIL WS-ARRG-IDX > WS-ARRG-ENTRIES-USED             00004630
               IF CM-ACCOUNT-NO = WS-ARRG-ACCOUNT-NO (WS-ARRG-IDX)      00004640
                       AND WS-RUN-DATE-SERIAL >=                        00004650
                           WS-ARRG-START-SERIAL (WS-ARRG-IDX)           00004660
                   COMPUTE WS-ARRG-MONTHS-ELAPSED =                     00004670
                       (WS-RUN-DATE-SERIAL -                            00004680
                           WS-ARRG-START-SERIAL (WS-ARRG-IDX)) / 30     00004690
                   IF WS-ARRG-MONTHS-ELAPSED <                          00004700
                           WS-ARRG-NUM-INST (WS-ARRG-IDX)               00004710
                       SET ARRG-ACTIVE TO TRUE                          00004720
                       SET WS-ARRG-IDX TO WS-ARRG-ENTRIES-USED          00004730
                   END-IF                                               00004740
               END-IF                                                   00004750
           END-PERFORM.                                                 00004760
                                                                        00004770
      ***************************************************************** 00004780
      * Look up this account's tax jurisdiction and exempt it when      00004790
      * the commission bars late charges there. Unknown and blank       00004800
      * codes tax as jurisdiction 00 and are not exempt.                00004810
      ***************************************************************** 00004820
       270-CHECK-JURISDICTION.                                          00004830
           SET WS-TAX-IDX TO 1.                                         00004840
           SEARCH WS-TAX-ENTRY                                          00004850
               AT END                                                   00004860
                   CONTINUE                                             00004870
               WHEN WS-TAX-JURIS-CODE (WS-TAX-IDX) =                    00004880
                       CM-TAX-JURISDICTION                              00004890
                   IF TAX-LATE-CHG-EXEMPT (WS-TAX-IDX)                  00004900
                       MOVE 'EXEMPT-JURISDICTN' TO WS-EXEMPT-REASON     00004910
                       ADD 1 TO WS-EXEMPT-JURIS-COUNT                   00004920
                   END-IF                                               00004930
           END-SEARCH.                                                  00004940
                                                                        00004950
      ***************************************************************** 00004960
      * Assess the tariff percentage against the unpaid balance,        00004970
      * raised to the minimum charge. The charge goes onto the rolled   00004980
      * balance the same way PAYPOST's returned-item fee does, so the   00004990
      * account ages and duns on it tonight; the bill's due date is     00005000
      * stamped on the master so it is never charged twice; and the     00005010
      * charge is written to the payment history so the balance         00005020
      * ARRECON rebuilds still foots to the master.                     00005030
      ***************************************************************** 00005040
       300-ASSESS-LATE-CHARGE.                                          00005050
           COMPUTE WS-LATE-CHARGE ROUNDED =                             00005060
               WS-UNPAID-BALANCE * WS-LATE-CHG-RATE.                    00005070
           IF WS-LATE-CHARGE < WS-MIN-CHARGE                            00005080
               MOVE WS-MIN-CHARGE TO WS-LATE-CHARGE                     00005090
           END-IF.                                                      00005100
           ADD WS-LATE-CHARGE TO CM-PREVIOUS-BALANCE.                   00005110
           MOVE CM-DUE-DATE TO CM-LATE-CHG-DUE-DATE.                    00005120
           REWRITE CM-CUSTOMER-RECORD.                                  00005130
                                                                        00005140
           MOVE CM-ACCOUNT-NO  TO PH-ACCOUNT-NO.                        00005150
           MOVE WS-RUN-DATE    TO PH-POST-DATE.                         00005160
           MOVE WS-LATE-CHARGE TO PH-AMOUNT.                            00005170
           MOVE SPACE          TO PH-TENDER-TYPE.                       00005180
           MOVE 'L'            TO PH-RECORD-TYPE.                       00005190
           WRITE PH-PAYMENT-RECORD.                                     00005200
                                                                        00005210
           ADD 1 TO WS-ASSESSED-COUNT.                                  00005220
           ADD WS-UNPAID-BALANCE TO WS-UNPAID-TOTAL.                    00005230
           ADD WS-LATE-CHARGE TO WS-CHARGE-TOTAL.                       00005240
           PERFORM 560-WRITE-CHARGE-LINE.                               00005250
                                                                        00005260
      ***************************************************************** 00005270
      * Write one register detail line for the charge just assessed.    00005280
      ***************************************************************** 00005290
       560-WRITE-CHARGE-LINE.                                           00005300
           MOVE CM-ACCOUNT-NO     TO WS-LATE-ACCT-ED.                   00005310
           MOVE WS-UNPAID-BALANCE TO WS-LATE-AMT-ED.                    00005320
           MOVE WS-LATE-CHARGE    TO WS-LATE-AMT-ED2.                   00005330
                                                                        00005340
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00005350
           STRING WS-LATE-ACCT-ED DELIMITED BY SIZE                     00005360
                  '   '           DELIMITED BY SIZE                     00005370
                  CM-CUST-NAME    DELIMITED BY SIZE                     00005380
                  '  '            DELIMITED BY SIZE                     00005390
                  WS-DUE-DATE-ED  DELIMITED BY SIZE                     00005400
                  '   '           DELIMITED BY SIZE                     00005410
                  WS-LATE-AMT-ED  DELIMITED BY SIZE                     00005420
                  '   '           DELIMITED BY SIZE                     00005430
                  WS-LATE-AMT-ED2 DELIMITED BY SIZE                     00005440
                  '   '           DELIMITED BY SIZE                     00005450
                  'ASSESSED'      DELIMITED BY SIZE                     00005460
               INTO WS-LATE-LINE-WORK.                                  00005470
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00005480
               AFTER ADVANCING 1 LINE.                                  00005490
                                                                        00005500
      ***************************************************************** 00005510
      * Write one register detail line for a past-due account held      00005520
      * exempt, with the reason and no charge.                          00005530
      ***************************************************************** 00005540
       570-WRITE-EXEMPT-LINE.                                           00005550
           MOVE CM-ACCOUNT-NO     TO WS-LATE-ACCT-ED.                   00005560
           MOVE WS-UNPAID-BALANCE TO WS-LATE-AMT-ED.                    00005570
                                                                        00005580
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00005590
           STRING WS-LATE-ACCT-ED DELIMITED BY SIZE                     00005600
                  '   '           DELIMITED BY SIZE                     00005610
                  CM-CUST-NAME    DELIMITED BY SIZE                     00005620
                  '  '            DELIMITED BY SIZE                     00005630
                  WS-DUE-DATE-ED  DELIMITED BY SIZE                     00005640
                  '   '           DELIMITED BY SIZE                     00005650
                  WS-LATE-AMT-ED  DELIMITED BY SIZE                     00005660
                  '                '                                    00005670
                                  DELIMITED BY SIZE                     00005680
                  WS-EXEMPT-REASON DELIMITED BY SIZE                    00005690
               INTO WS-LATE-LINE-WORK.                                  00005700
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00005710
               AFTER ADVANCING 1 LINE.                                  00005720
                                                                        00005730
      ***************************************************************** 00005740
      * Write the register's one-time title, the tariff terms applied   00005750
      * and the column header (no pagination - late accounts fit a      00005760
      * page).                                                          00005770
      ***************************************************************** 00005780
       810-WRITE-REGISTER-HEADERS.                                      00005790
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00005800
           STRING 'LATECHG LATE PAYMENT CHARGES' DELIMITED BY SIZE      00005810
                  '     RUN DATE: '              DELIMITED BY SIZE      00005820
                  WS-RUN-DATE-ED                 DELIMITED BY SIZE      00005830
               INTO WS-LATE-LINE-WORK.                                  00005840
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00005850
               AFTER ADVANCING PAGE.                                    00005860
                                                                        00005870
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00005880
           STRING 'RATE: '         DELIMITED BY SIZE                    00005890
                  WS-LATE-RATE-ED  DELIMITED BY SIZE                    00005900
                  '   MINIMUM: $'  DELIMITED BY SIZE                    00005910
                  WS-LATE-MIN-ED   DELIMITED BY SIZE                    00005920
                  '   GRACE DAYS: ' DELIMITED BY SIZE                   00005930
                  WS-GRACE-DAYS    DELIMITED BY SIZE                    00005940
                  '   CYCLE: '     DELIMITED BY SIZE                    00005950
                  WS-ASSESS-CYCLE  DELIMITED BY SIZE                    00005960
               INTO WS-LATE-LINE-WORK.                                  00005970
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00005980
               AFTER ADVANCING 1 LINE.                                  00005990
                                                                        00006000
           WRITE LATE-LINE FROM WS-LATE-SEP-LINE                        00006010
               AFTER ADVANCING 1 LINE.                                  00006020
           WRITE LATE-LINE FROM WS-LATE-COL-HDR-LINE                    00006030
               AFTER ADVANCING 1 LINE.                                  00006040
           WRITE LATE-LINE FROM WS-LATE-SEP-LINE                        00006050
               AFTER ADVANCING 1 LINE.                                  00006060
                                                                        00006070
      ***************************************************************** 00006080
      * Write the register's control totals. Every past-due account     00006090
      * is either assessed or exempt, so the counts must foot; the      00006100
      * charge total is what the GL extract is proved against.          00006110
      ***************************************************************** 00006120
       900-WRITE-REGISTER-SUMMARY.                                      00006130
           WRITE LATE-LINE FROM WS-LATE-SEP-LINE                        00006140
               AFTER ADVANCING 1 LINE.                                  00006150
                                                                        00006160
           MOVE WS-READ-COUNT TO WS-LATE-COUNT-ED.                      00006170
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006180
           STRING 'ACCOUNTS READ      : ' DELIMITED BY SIZE             00006190
                  WS-LATE-COUNT-ED        DELIMITED BY SIZE             00006200
               INTO WS-LATE-LINE-WORK.                                  00006210
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006220
               AFTER ADVANCING 1 LINE.                                  00006230
                                                                        00006240
           MOVE WS-PAST-DUE-COUNT TO WS-LATE-COUNT-ED.                  00006250
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006260
           STRING 'PAST DUE UNPAID    : ' DELIMITED BY SIZE             00006270
                  WS-LATE-COUNT-ED        DELIMITED BY SIZE             00006280
               INTO WS-LATE-LINE-WORK.                                  00006290
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006300
               AFTER ADVANCING 1 LINE.                                  00006310
                                                                        00006320
           MOVE WS-ASSESSED-COUNT TO WS-LATE-COUNT-ED.                  00006330
           MOVE WS-CHARGE-TOTAL TO WS-LATE-TOT-ED.                      00006340
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006350
           STRING 'CHARGES ASSESSED   : ' DELIMITED BY SIZE             00006360
                  WS-LATE-COUNT-ED        DELIMITED BY SIZE             00006370
                  '   AMOUNT: $'          DELIMITED BY SIZE             00006380
                  WS-LATE-TOT-ED          DELIMITED BY SIZE             00006390
               INTO WS-LATE-LINE-WORK.                                  00006400
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006410
               AFTER ADVANCING 1 LINE.                                  00006420
                                                                        00006430
           MOVE WS-UNPAID-TOTAL TO WS-LATE-TOT-ED.                      00006440
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006450
           STRING 'UNPAID BALANCE BASE:          AMOUNT: $'             00006460
                      DELIMITED BY SIZE                                 00006470
                  WS-LATE-TOT-ED          DELIMITED BY SIZE             00006480
               INTO WS-LATE-LINE-WORK.                                  00006490
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006500
               AFTER ADVANCING 1 LINE.                                  00006510
                                                                        00006520
           MOVE WS-EXEMPT-ARRG-COUNT TO WS-LATE-COUNT-ED.               00006530
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006540
           STRING 'EXEMPT-ARRANGEMENT : ' DELIMITED BY SIZE             00006550
                  WS-LATE-COUNT-ED        DELIMITED BY SIZE             00006560
               INTO WS-LATE-LINE-WORK.                                  00006570
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006580
               AFTER ADVANCING 1 LINE.                                  00006590
                                                                        00006600
           MOVE WS-EXEMPT-BUDGET-COUNT TO WS-LATE-COUNT-ED.             00006610
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006620
           STRING 'EXEMPT-BUDGET PLAN : ' DELIMITED BY SIZE             00006630
                  WS-LATE-COUNT-ED        DELIMITED BY SIZE             00006640
               INTO WS-LATE-LINE-WORK.                                  00006650
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006660
               AFTER ADVANCING 1 LINE.                                  00006670
                                                                        00006680
           MOVE WS-EXEMPT-JURIS-COUNT TO WS-LATE-COUNT-ED.              00006690
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006700
           STRING 'EXEMPT-JURISDICTION: ' DELIMITED BY SIZE             00006710
                  WS-LATE-COUNT-ED        DELIMITED BY SIZE             00006720
               INTO WS-LATE-LINE-WORK.                                  00006730
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006740
               AFTER ADVANCING 1 LINE.                                  00006750
                                                                        00006760
           IF WS-PAST-DUE-COUNT = WS-ASSESSED-COUNT                     00006770
                   + WS-EXEMPT-ARRG-COUNT + WS-EXEMPT-BUDGET-COUNT      00006780
                   + WS-EXEMPT-JURIS-COUNT                              00006790
               MOVE 'IN BALANCE' TO WS-CONTROL-STATUS                   00006800
           ELSE                                                         00006810
               MOVE 'OUT OF BALANCE' TO WS-CONTROL-STATUS               00006820
           END-IF.                                                      00006830
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00006840
           STRING 'CONTROL STATUS     : ' DELIMITED BY SIZE             00006850
                  WS-CONTROL-STATUS       DELIMITED BY SIZE             00006860
               INTO WS-LATE-LINE-WORK.                                  00006870
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00006880
               AFTER ADVANCING 1 LINE.                                  00006890
                                                                        00006900
      ***************************************************************** 00006910
      * Cut the late charge journal - one receivable debit and one      00006920
      * late charge revenue credit for the run's assessed total - and   00006930
      * prove it on the register against the charge total.              00006940
      ***************************************************************** 00006950
       910-WRITE-GL-EXTRACT.                                            00006960
           IF WS-CHARGE-TOTAL > 0                                       00006970
               MOVE WS-RUN-DATE            TO GL-RUN-DATE               00006980
               MOVE WS-ASSESS-CYCLE        TO GL-BILLING-CYCLE          00006990
               MOVE WS-GL-ACCT-RECEIVABLE  TO GL-ACCOUNT-NO             00007000
               MOVE 'LATE CHARGES RECEIVABLE' TO GL-DESCRIPTION         00007010
               MOVE WS-CHARGE-TOTAL        TO GL-DEBIT-AMOUNT           00007020
               MOVE 0                      TO GL-CREDIT-AMOUNT          00007030
               WRITE GL-EXTRACT-RECORD                                  00007040
               ADD WS-CHARGE-TOTAL TO WS-GL-DEBIT-TOTAL                 00007050
               MOVE WS-GL-ACCT-LATE-CHG-REV TO GL-ACCOUNT-NO            00007060
               MOVE 'LATE PAYMENT CHARGE REVENUE' TO GL-DESCRIPTION     00007070
               MOVE 0                      TO GL-DEBIT-AMOUNT           00007080
               MOVE WS-CHARGE-TOTAL        TO GL-CREDIT-AMOUNT          00007090
               WRITE GL-EXTRACT-RECORD                                  00007100
               ADD WS-CHARGE-TOTAL TO WS-GL-CREDIT-TOTAL                00007110
           END-IF.                                                      00007120
                                                                        00007130
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL                    00007140
                   AND WS-GL-CREDIT-TOTAL = WS-CHARGE-TOTAL             00007150
               MOVE 'MATCH' TO WS-GL-STATUS                             00007160
           ELSE                                                         00007170
               MOVE 'MISMATCH' TO WS-GL-STATUS                          00007180
           END-IF.                                                      00007190
           MOVE SPACES TO WS-LATE-LINE-WORK.                            00007200
           STRING 'GL EXTRACT         : ' DELIMITED BY SIZE             00007210
                  WS-GL-STATUS            DELIMITED BY SIZE             00007220
               INTO WS-LATE-LINE-WORK.                                  00007230
           WRITE LATE-LINE FROM WS-LATE-LINE-WORK                       00007240
               AFTER ADVANCING 1 LINE.                                  00007250
           WRITE LATE-LINE FROM WS-LATE-SEP-LINE                        00007260
               AFTER ADVANCING 1 LINE.                                  00007270
