       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. SVCORDR.                                             00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:DISCONNECT/RECONNECT SERVICE ORDERS. READS THE     00000070
      *              AGE2000 DUNNING NOTICE EXTRACT AND, ONCE THE       00000080
      *              SVCCTL GRACE PERIOD HAS RUN FROM THE ACCOUNT'S     00000090
      *              FIRST NOTICE, CUTS A DISCONNECT ORDER FOR EVERY    00000100
      *              ACCOUNT WHOSE NOTICED PAST-DUE BALANCE IS STILL    00000110
      *              UNPAID (RECEIPTS POSTED SINCE THE FIRST NOTICE     00000120
      *              COME FROM PAYHIST), MARKING THE MASTER             00000130
      *              DISCONNECTED WITH THE DATE. ACCOUNTS ON AN ACTIVE  00000140
      *              PAYARRG ARRANGEMENT OR UNDER A MEDICAL HOLD ARE    00000150
      *              HELD BACK AND LISTED, AND SO IS EVERY ORDER WHEN   00000153
      *              THE RUN DATE FALLS IN THE SVCCTL WINTER            00000156
      *              MORATORIUM WINDOW. ALSO CUTS A RECONNECT ORDER     00000160
      *              FOR EVERY ACCOUNT PAYPOST HAS FLAGGED              00000170
      *              RECONNECT-PENDING AND RETURNS IT TO CONNECTED.     00000180
      *              ORDERS CARRY THE SERVICE ADDRESS FOR THE FIELD     00000190
      *              CREWS; THE REGISTER PROVES EVERY NOTICE READ WAS   00000200
      *              ORDERED, HELD OR DROPPED.                          00000210
      ***************************************************************** 00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
      ***************************************************************** 00000260
      * CUSTOMER MASTER - SERVICE STATUS REWRITTEN IN PLACE             00000270
      ***************************************************************** 00000280
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000290
               ORGANIZATION IS INDEXED                                  00000300
               ACCESS MODE IS SEQUENTIAL                                00000310
               RECORD KEY IS CM-ACCOUNT-NO                              00000320
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000330
      ***************************************************************** 00000340
      * SERVICE ORDER CONTROL - GRACE PERIOD AND WINTER MORATORIUM      00000350
      ***************************************************************** 00000360
           SELECT SVCCTL-FILE ASSIGN TO "SVCCTL.DAT"                    00000370
               ORGANIZATION IS LINE SEQUENTIAL                          00000380
               FILE STATUS IS WS-SVCCTL-STATUS.                         00000390
      ***************************************************************** 00000400
      * DUNNING NOTICE EXTRACT FROM AGE2000 - THE SHUT-OFF CANDIDATES   00000410
      ***************************************************************** 00000420
           SELECT DUN-FILE ASSIGN TO "DUNNOTIC.DAT"                     00000430
               ORGANIZATION IS LINE SEQUENTIAL                          00000440
               FILE STATUS IS WS-DUN-STATUS.                            00000450
      ***************************************************************** 00000460
      * PAYMENT ARRANGEMENT FILE FROM COLLECTIONS                       00000470
      ***************************************************************** 00000480
           SELECT ARRG-FILE ASSIGN TO "PAYARRG.DAT"                     00000490
               ORGANIZATION IS LINE SEQUENTIAL                          00000500
               FILE STATUS IS WS-ARRG-STATUS.                           00000510
      ***************************************************************** 00000520
      * POSTED PAYMENT HISTORY - RECEIPTS SINCE THE NOTICE              00000530
      ***************************************************************** 00000540
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"                  00000550
               ORGANIZATION IS LINE SEQUENTIAL                          00000560
               FILE STATUS IS WS-PAYHIST-STATUS.                        00000570
      ***************************************************************** 00000580
      * CUSTOMER NAME AND ADDRESS FILE MAINTAINED BY CUSTMNT            00000590
      ***************************************************************** 00000600
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00000610
               ORGANIZATION IS INDEXED                                  00000620
               ACCESS MODE IS RANDOM                                    00000630
               RECORD KEY IS NA-ACCOUNT-NO                              00000640
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00000650
      ***************************************************************** 00000660
      * FIELD SERVICE ORDERS FOR THE CREWS                              00000670
      ***************************************************************** 00000680
           SELECT SVCORD-FILE ASSIGN TO "SVCORD.DAT"                    00000690
               ORGANIZATION IS LINE SEQUENTIAL                          00000700
               FILE STATUS IS WS-SVCORD-STATUS.                         00000710
      ***************************************************************** 00000720
      * SERVICE ORDER REGISTER                                          00000730
      ***************************************************************** 00000740
           SELECT SVC-FILE ASSIGN TO "SVCREG.PRT"                       00000750
               ORGANIZATION IS LINE SEQUENTIAL                          00000760
               FILE STATUS IS WS-SVC-STATUS.                            00000770
       DATA DIVISION.                                                   00000780
       FILE SECTION.                                                    00000790
      ***************************************************************** 00000800
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000810
      ***************************************************************** 00000820
       FD  CUSTMAS-FILE.                                                00000830
           COPY CUSTMAS.                                                00000840
      ***************************************************************** 00000850
      * SVCCTL-FILE - SERVICE ORDER RULES (SEE COPYBOOKS/SVCCTL.CPY)    00000860
      ***************************************************************** 00000870
       FD  SVCCTL-FILE.                                                 00000880
           COPY SVCCTL.                                                 00000890
      ***************************************************************** 00000900
      * DUN-FILE - DUNNING EXTRACT (SEE COPYBOOKS/DUNNOTIC.CPY)         00000910
      ***************************************************************** 00000920
       FD  DUN-FILE.                                                    00000930
           COPY DUNNOTIC.                                               00000940
      ***************************************************************** 00000950
      * ARRG-FILE - PAYMENT ARRANGEMENTS (SEE COPYBOOKS/PAYARRG.CPY)    00000960
      ***************************************************************** 00000970
       FD  ARRG-FILE.                                                   00000980
           COPY PAYARRG.                                                00000990
      ***************************************************************** 00001000
      * PAYHIST-FILE - POSTED PAYMENTS (SEE COPYBOOKS/PAYHIST.CPY)      00001010
      ***************************************************************** 00001020
       FD  PAYHIST-FILE.                                                00001030
           COPY PAYHIST.                                                00001040
      ***************************************************************** 00001050
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00001060
      ***************************************************************** 00001070
       FD  NAMEADDR-FILE.                                               00001080
           COPY NAMEADDR.                                               00001090
      ***************************************************************** 00001100
      * SVCORD-FILE - SERVICE ORDERS (SEE COPYBOOKS/SVCORD.CPY)         00001110
      ***************************************************************** 00001120
       FD  SVCORD-FILE.                                                 00001130
           COPY SVCORD.                                                 00001140
      ***************************************************************** 00001150
      * SVC-FILE - SERVICE ORDER REGISTER (SEE COPYBOOKS/SVCRPT.CPY)    00001160
      ***************************************************************** 00001170
       FD  SVC-FILE.                                                    00001180
           COPY SVCRPT.                                                 00001190
       WORKING-STORAGE SECTION.                                         00001200
                                                                        00001210
      ***************************************************************** 00001220
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00001230
      ***************************************************************** 00001240
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00001250
       01  WS-SVCCTL-STATUS         PIC X(2)     VALUE SPACES.          00001260
       01  WS-DUN-STATUS            PIC X(2)     VALUE SPACES.          00001270
       01  WS-ARRG-STATUS           PIC X(2)     VALUE SPACES.          00001280
       01  WS-PAYHIST-STATUS        PIC X(2)     VALUE SPACES.          00001290
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00001300
       01  WS-SVCORD-STATUS         PIC X(2)     VALUE SPACES.          00001310
       01  WS-SVC-STATUS            PIC X(2)     VALUE SPACES.          00001320
       01  WS-EOF-SWITCHES.                                             00001330
           05  WS-CUSTMAS-EOF-SW    PIC X(1)     VALUE 'N'.             00001340
               88  CUSTMAS-EOF                   VALUE 'Y'.             00001350
           05  WS-DUN-EOF-SW        PIC X(1)     VALUE 'N'.             00001360
               88  DUN-EOF                       VALUE 'Y'.             00001370
           05  WS-ARRG-EOF-SW       PIC X(1)     VALUE 'N'.             00001380
               88  ARRG-EOF                      VALUE 'Y'.             00001390
           05  WS-PAYHIST-EOF-SW    PIC X(1)     VALUE 'N'.             00001400
               88  PAYHIST-EOF                   VALUE 'Y'.             00001410
                                                                        00001420
      ***************************************************************** 00001430
      * RUN DATE, ITS 30-DAY COMMERCIAL SERIAL, AND ITS MONTH AND DAY   00001440
      * FOR THE MORATORIUM WINDOW                                       00001450
      ***************************************************************** 00001460
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001470
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001480
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001490
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001500
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001510
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001520
       01  WS-RUN-DATE-SERIAL       PIC 9(7)     VALUE 0.               00001530
       01  WS-RUN-MMDD              PIC 9(4)     VALUE 0.               00001540
                                                                        00001550
      ***************************************************************** 00001560
      * WORK DATE FOR SERIAL CONVERSION (30-DAY COMMERCIAL MONTHS)      00001570
      * AND ITS EDITED FORM FOR THE REGISTER                            00001580
      ***************************************************************** 00001590
       01  WS-WORK-DATE             PIC 9(8)     VALUE 0.               00001600
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                       00001610
           05  WS-WORK-DATE-CCYY    PIC 9(4).                           00001620
           05  WS-WORK-DATE-MM      PIC 9(2).                           00001630
           05  WS-WORK-DATE-DD      PIC 9(2).                           00001640
       01  WS-WORK-DATE-SERIAL      PIC 9(7)     VALUE 0.               00001650
       01  WS-WORK-DATE-ED          PIC X(10)    VALUE SPACES.          00001660
                                                                        00001670
      ***************************************************************** 00001680
      * SERVICE ORDER RULES LOADED FROM SVCCTL-FILE. THE DEFAULTS       00001690
      * BELOW (TEN DAYS' GRACE, NO DISCONNECTS DECEMBER 1 THROUGH       00001700
      * MARCH 31) APPLY WHEN NO CONTROL FILE IS SUPPLIED.               00001710
      ***************************************************************** 00001720
       01  WS-GRACE-DAYS            PIC 9(2)     VALUE 10.              00001730
       01  WS-MORATORIUM-START      PIC 9(4)     VALUE 1201.            00001740
       01  WS-MORATORIUM-END        PIC 9(4)     VALUE 0331.            00001750
       01  WS-MORATORIUM-SW         PIC X(1)     VALUE 'N'.             00001760
           88  MORATORIUM-IN-FORCE               VALUE 'Y'.             00001770
                                                                        00001780
      ***************************************************************** 00001790
      * DUNNING NOTICE TABLE, LOADED FROM DUN-FILE AT STARTUP, WITH     00001800
      * THE RECEIPTS POSTED TO EACH ACCOUNT SINCE ITS NOTICE. STATUS    00001810
      * IS SPACE UNTIL THE MASTER PASS FINDS THE ACCOUNT.               00001820
      ***************************************************************** 00001830
       01  WS-DUN-ENTRIES-USED      PIC 9(3)     VALUE 0.               00001840
       01  WS-DUN-TABLE.                                                00001850
           05  WS-DUN-ENTRY OCCURS 500 TIMES                            00001860
                   INDEXED BY WS-DUN-IDX.                               00001870
               10  WS-DUN-ACCOUNT-NO    PIC 9(6)    VALUE 0.            00001880
               10  WS-DUN-CUST-NAME     PIC X(12)   VALUE SPACES.       00001890
               10  WS-DUN-NOTICE-DATE   PIC 9(8)    VALUE 0.            00001900
               10  WS-DUN-NOTICE-SERIAL PIC 9(7)    VALUE 0.            00001910
               10  WS-DUN-PAST-DUE      PIC 9(7)V99 VALUE 0.            00001920
               10  WS-DUN-PAID-SINCE    PIC S9(7)V99 VALUE 0            00001930
                       SIGN IS TRAILING SEPARATE.                       00001940
               10  WS-DUN-MATCH-STATUS  PIC X(1)    VALUE SPACE.        00001950
       01  WS-DUN-MATCH-IDX         PIC 9(3)     VALUE 0.               00001960
       01  WS-DUN-WORK-ACCOUNT      PIC 9(6)     VALUE 0.               00001970
                                                                        00001980
      ***************************************************************** 00001990
      * PAYMENT ARRANGEMENT TABLE, LOADED FROM ARRG-FILE AT STARTUP.    00002000
      * AN ARRANGEMENT IS ACTIVE FROM ITS START DATE UNTIL ITS          00002010
      * INSTALLMENT SCHEDULE HAS RUN OUT.                               00002020
      ***************************************************************** 00002030
       01  WS-ARRG-ENTRIES-USED     PIC 9(3)     VALUE 0.               00002040
       01  WS-ARRG-TABLE.                                               00002050
           05  WS-ARRG-ENTRY OCCURS 50 TIMES                            00002060
                   INDEXED BY WS-ARRG-IDX.                              00002070
               10  WS-ARRG-ACCOUNT-NO   PIC 9(6)    VALUE 0.            00002080
               10  WS-ARRG-START-SERIAL PIC 9(7)    VALUE 0.            00002090
               10  WS-ARRG-NUM-INST     PIC 9(2)    VALUE 0.            00002100
       01  WS-ARRG-MONTHS-ELAPSED   PIC 9(3)     VALUE 0.               00002110
       01  WS-ARRG-ACTIVE-SW        PIC X(1)     VALUE 'N'.             00002120
           88  ARRG-ACTIVE                       VALUE 'Y'.             00002130
                                                                        00002140
      ***************************************************************** 00002150
      * PER-ACCOUNT WORK FIELDS                                         00002160
      ***************************************************************** 00002170
       01  WS-UNPAID-PAST-DUE       PIC S9(7)V99 VALUE 0                00002180
               SIGN IS TRAILING SEPARATE.                               00002190
       01  WS-OPEN-BALANCE          PIC S9(7)V99 VALUE 0                00002200
               SIGN IS TRAILING SEPARATE.                               00002210
       01  WS-RECONNECT-WORK        PIC S9(7)V99 VALUE 0                00002220
               SIGN IS TRAILING SEPARATE.                               00002230
       01  WS-SVC-ACTION            PIC X(30)    VALUE SPACES.          00002240
       01  WS-LINE-AMOUNT           PIC 9(7)V99  VALUE 0.               00002250
                                                                        00002260
      ***************************************************************** 00002270
      * RUN TOTALS FOR THE REGISTER SUMMARY. EVERY NOTICE READ IS       00002280
      * ORDERED, HELD OR DROPPED, SO THESE MUST FOOT TO NOTICES READ.   00002290
      ***************************************************************** 00002300
       01  WS-NOTICE-COUNT          PIC 9(5)     VALUE 0.               00002310
       01  WS-NOT-LOADED-COUNT      PIC 9(5)     VALUE 0.               00002320
       01  WS-DISC-COUNT            PIC 9(5)     VALUE 0.               00002330
       01  WS-DISC-AMOUNT           PIC 9(8)V99  VALUE 0.               00002340
       01  WS-RECON-COUNT           PIC 9(5)     VALUE 0.               00002350
       01  WS-HELD-ARRG-COUNT       PIC 9(5)     VALUE 0.               00002360
       01  WS-HELD-MEDICAL-COUNT    PIC 9(5)     VALUE 0.               00002370
       01  WS-HELD-WINTER-COUNT     PIC 9(5)     VALUE 0.               00002380
       01  WS-HELD-GRACE-COUNT      PIC 9(5)     VALUE 0.               00002390
       01  WS-DROP-PAID-COUNT       PIC 9(5)     VALUE 0.               00002400
       01  WS-DROP-INACTIVE-COUNT   PIC 9(5)     VALUE 0.               00002410
       01  WS-DROP-NO-MASTER-COUNT  PIC 9(5)     VALUE 0.               00002420
       01  WS-ALREADY-OFF-COUNT     PIC 9(5)     VALUE 0.               00002430
       01  WS-CONTROL-STATUS        PIC X(14)    VALUE SPACES.          00002440
                                                                        00002450
      ***************************************************************** 00002460
      * EDITED FIELDS FOR THE SERVICE ORDER REGISTER                    00002470
      ***************************************************************** 00002480
       01  WS-SVC-ACCT-ED           PIC ZZZZZ9.                         00002490
       01  WS-SVC-AMT-ED            PIC ZZZ,ZZ9.99.                     00002500
       01  WS-SVC-TOT-ED            PIC Z,ZZZ,ZZ9.99.                   00002510
       01  WS-SVC-COUNT-ED          PIC ZZ,ZZ9.                         00002520
       01  WS-SVC-MMDD-ED           PIC 99/99.                          00002530
       01  WS-SVC-MMDD-ED2          PIC 99/99.                          00002540
                                                                        00002550
      ***************************************************************** 00002560
      * SERVICE ORDER REGISTER LINE LAYOUTS                             00002570
      ***************************************************************** 00002580
       01  WS-SVC-LINE-WORK         PIC X(80)    VALUE SPACES.          00002590
       01  WS-SVC-SEP-LINE          PIC X(80)    VALUE ALL '-'.         00002600
       01  WS-SVC-COL-HDR-LINE.                                         00002610
           05  FILLER PIC X(9)  VALUE 'ACCOUNT  '.                      00002620
           05  FILLER PIC X(14) VALUE 'NAME          '.                 00002630
           05  FILLER PIC X(13) VALUE 'DATE         '.                  00002640
           05  FILLER PIC X(13) VALUE '  PAST DUE   '.                  00002650
           05  FILLER PIC X(31) VALUE 'ACTION'.                         00002660
                                                                        00002670
      ***************************************************************** 00002680
      * IT'S GO TIME!                                                   00002690
      ***************************************************************** 00002700
       PROCEDURE DIVISION.                                              00002710
                                                                        00002720
      ***************************************************************** 00002730
      * MAINLINE - LOAD THE RULES, THE NOTICES, THE ARRANGEMENTS AND    00002740
      * THE RECEIPTS SINCE EACH NOTICE, PASS THE MASTER CUTTING         00002750
      * DISCONNECT AND RECONNECT ORDERS, LIST THE NOTICES WITH NO       00002760
      * MASTER RECORD, PRINT THE CONTROL TOTALS, STOP.                  00002770
      ***************************************************************** 00002780
       000-MAIN.                                                        00002790
           DISPLAY '*************************************'.             00002800
           DISPLAY '*** SVCORDR - SERVICE ORDERS      ***'.             00002810
           DISPLAY '*************************************'.             00002820
           DISPLAY ' '.                                                 00002830
                                                                        00002840
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00002850
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00002860
                  '/'              DELIMITED BY SIZE                    00002870
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00002880
                  '/'              DELIMITED BY SIZE                    00002890
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00002900
               INTO WS-RUN-DATE-ED.                                     00002910
           MOVE WS-RUN-DATE TO WS-WORK-DATE.                            00002920
           PERFORM 150-DATE-TO-SERIAL.                                  00002930
           MOVE WS-WORK-DATE-SERIAL TO WS-RUN-DATE-SERIAL.              00002940
           COMPUTE WS-RUN-MMDD =                                        00002950
               (WS-RUN-DATE-MM * 100) + WS-RUN-DATE-DD.                 00002960
                                                                        00002970
           OPEN INPUT SVCCTL-FILE.                                      00002980
           IF WS-SVCCTL-STATUS = '00'                                   00002990
               READ SVCCTL-FILE                                         00003000
                   AT END                                               00003010
                       CONTINUE                                         00003020
                   NOT AT END                                           00003030
                       MOVE SC-GRACE-DAYS       TO WS-GRACE-DAYS        00003040
                       MOVE SC-MORATORIUM-START TO WS-MORATORIUM-START  00003050
                       MOVE SC-MORATORIUM-END   TO WS-MORATORIUM-END    00003060
               END-READ                                                 00003070
               CLOSE SVCCTL-FILE                                        00003080
           END-IF.                                                      00003090
           PERFORM 160-CHECK-MORATORIUM.                                00003100
           DISPLAY 'NOTICE GRACE DAYS: ' WS-GRACE-DAYS                  00003110
               '  WINTER MORATORIUM: ' WS-MORATORIUM-START              00003120
               '-' WS-MORATORIUM-END                                    00003130
               '  IN FORCE: ' WS-MORATORIUM-SW.                         00003140
                                                                        00003150
           OPEN INPUT ARRG-FILE.                                        00003160
           IF WS-ARRG-STATUS = '00'                                     00003170
               PERFORM UNTIL ARRG-EOF                                   00003180
                   READ ARRG-FILE                                       00003190
                       AT END                                           00003200
                           SET ARRG-EOF TO TRUE                         00003210
                       NOT AT END                                       00003220
                           PERFORM 170-LOAD-ARRANGEMENT                 00003230
                   END-READ                                             00003240
               END-PERFORM                                              00003250
               CLOSE ARRG-FILE                                          00003260
           END-IF.                                                      00003270
                                                                        00003280
           OPEN INPUT DUN-FILE.                                         00003290
           IF WS-DUN-STATUS NOT = '00'                                  00003300
               DISPLAY 'UNABLE TO OPEN DUN-FILE, STATUS: '              00003310
                   WS-DUN-STATUS                                        00003320
               STOP RUN                                                 00003330
           END-IF.                                                      00003340
           PERFORM UNTIL DUN-EOF                                        00003350
               READ DUN-FILE                                            00003360
                   AT END                                               00003370
                       SET DUN-EOF TO TRUE                              00003380
                   NOT AT END                                           00003390
                       PERFORM 100-LOAD-NOTICE                          00003400
               END-READ                                                 00003410
           END-PERFORM.                                                 00003420
           CLOSE DUN-FILE.                                              00003430
                                                                        00003440
      *    RECEIPTS POSTED AFTER THE FIRST NOTICE COUNT TOWARD ITS      00003450
      *    PAST-DUE BALANCE; RETURNED ITEMS TAKE THEM BACK              00003460
           OPEN INPUT PAYHIST-FILE.                                     00003470
           IF WS-PAYHIST-STATUS = '00'                                  00003480
               PERFORM UNTIL PAYHIST-EOF                                00003490
                   READ PAYHIST-FILE                                    00003500
                       AT END                                           00003510
                           SET PAYHIST-EOF TO TRUE                      00003520
                       NOT AT END                                       00003530
                           PERFORM 120-ACCUMULATE-RECEIPT               00003540
                   END-READ                                             00003550
               END-PERFORM                                              00003560
               CLOSE PAYHIST-FILE                                       00003570
           END-IF.                                                      00003580
                                                                        00003590
           OPEN I-O CUSTMAS-FILE.                                       00003600
           IF WS-CUSTMAS-STATUS NOT = '00'                              00003610
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00003620
                   WS-CUSTMAS-STATUS                                    00003630
               STOP RUN                                                 00003640
           END-IF.                                                      00003650
                                                                        00003660
           OPEN INPUT NAMEADDR-FILE.                                    00003670
           IF WS-NAMEADDR-STATUS NOT = '00'                             00003680
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00003690
                   WS-NAMEADDR-STATUS                                   00003700
               STOP RUN                                                 00003710
           END-IF.                                                      00003720
                                                                        00003730
           OPEN OUTPUT SVCORD-FILE.                                     00003740
           IF WS-SVCORD-STATUS NOT = '00'                               00003750
               DISPLAY 'UNABLE TO OPEN SVCORD-FILE, STATUS: '           00003760
                   WS-SVCORD-STATUS                                     00003770
               STOP RUN                                                 00003780
           END-IF.                                                      00003790
                                                                        00003800
           OPEN OUTPUT SVC-FILE.                                        00003810
           IF WS-SVC-STATUS NOT = '00'                                  00003820
               DISPLAY 'UNABLE TO OPEN SVC-FILE, STATUS: '              00003830
                   WS-SVC-STATUS                                        00003840
               STOP RUN                                                 00003850
           END-IF.                                                      00003860
                                                                        00003870
           PERFORM 810-WRITE-REGISTER-HEADERS.                          00003880
                                                                        00003890
           PERFORM 700-READ-CUSTMAS.                                    00003900
           PERFORM UNTIL CUSTMAS-EOF                                    00003910
               PERFORM 200-PROCESS-ACCOUNT                              00003920
               PERFORM 700-READ-CUSTMAS                                 00003930
           END-PERFORM.                                                 00003940
                                                                        00003950
           PERFORM 400-LIST-UNMATCHED.                                  00003960
           PERFORM 900-WRITE-REGISTER-SUMMARY.                          00003970
                                                                        00003980
           CLOSE CUSTMAS-FILE.                                          00003990
           CLOSE NAMEADDR-FILE.                                         00004000
           CLOSE SVCORD-FILE.                                           00004010
           CLOSE SVC-FILE.                                              00004020
           STOP RUN.                                                    00004030
                                                                        00004040
      ***************************************************************** 00004050
      * Read the next customer master record, setting the EOF switch    00004060
      * when the file is exhausted.                                     00004070
      ***************************************************************** 00004080
       700-READ-CUSTMAS.                                                00004090
           READ CUSTMAS-FILE                                            00004100
               AT END                                                   00004110
                   SET CUSTMAS-EOF TO TRUE                              00004120
           END-READ.                                                    00004130
                                                                        00004140
      ***************************************************************** 00004150
      * Load one dunning notice into WS-DUN-TABLE, dated from the       00004160
      * account's first notice (tonight's notice when the extract       00004170
      * carries none) with that date converted to the 30-day serial     00004172
      * for the grace test, and carrying the past-due amount that       00004174
      * first notice called for.                                        00004176
      ***************************************************************** 00004180
       100-LOAD-NOTICE.                                                 00004190
           ADD 1 TO WS-NOTICE-COUNT.                                    00004200
           IF WS-DUN-ENTRIES-USED >= 500                                00004210
               DISPLAY 'NOTICE TABLE FULL, NOTICE NOT LOADED: '         00004220
                   DN-ACCOUNT-NO                                        00004230
               ADD 1 TO WS-NOT-LOADED-COUNT                             00004240
           ELSE                                                         00004250
               ADD 1 TO WS-DUN-ENTRIES-USED                             00004260
               SET WS-DUN-IDX TO WS-DUN-ENTRIES-USED                    00004270
               MOVE DN-ACCOUNT-NO TO WS-DUN-ACCOUNT-NO (WS-DUN-IDX)     00004280
               MOVE DN-CUST-NAME  TO WS-DUN-CUST-NAME (WS-DUN-IDX)      00004290
               IF DN-FIRST-NOTICE-DATE IS NUMERIC                       00004300
                       AND DN-FIRST-NOTICE-DATE > 0                     00004301
                       AND DN-FIRST-NOTICE-AMT IS NUMERIC               00004302
                   MOVE DN-FIRST-NOTICE-DATE TO                         00004303
                       WS-DUN-NOTICE-DATE (WS-DUN-IDX)                  00004304
                   MOVE DN-FIRST-NOTICE-AMT TO                          00004305
                       WS-DUN-PAST-DUE (WS-DUN-IDX)                     00004306
               ELSE                                                     00004307
                   MOVE DN-RUN-DATE TO WS-DUN-NOTICE-DATE (WS-DUN-IDX)  00004308
                   MOVE DN-PAST-DUE TO WS-DUN-PAST-DUE (WS-DUN-IDX)     00004309
               END-IF                                                   00004310
               MOVE 0             TO WS-DUN-PAID-SINCE (WS-DUN-IDX)     00004320
               MOVE SPACE         TO WS-DUN-MATCH-STATUS (WS-DUN-IDX)   00004330
               MOVE WS-DUN-NOTICE-DATE (WS-DUN-IDX) TO WS-WORK-DATE     00004340
               PERFORM 150-DATE-TO-SERIAL                               00004350
               MOVE WS-WORK-DATE-SERIAL TO                              00004360
                   WS-DUN-NOTICE-SERIAL (WS-DUN-IDX)                    00004370
           END-IF.                                                      00004380
                                                                        00004390
      ***************************************************************** 00004400
      * Look up WS-DUN-WORK-ACCOUNT in the notice table, leaving its    00004410
      * subscript in WS-DUN-MATCH-IDX (zero when it has no notice).     00004420
      ***************************************************************** 00004430
       110-FIND-NOTICE.                                                 00004440
           MOVE 0 TO WS-DUN-MATCH-IDX.                                  00004450
           PERFORM VARYING WS-DUN-IDX FROM 1 BY 1                       00004460
                   UNTIL WS-DUN-IDX > WS-DUN-ENTRIES-USED               00004470
               IF WS-DUN-ACCOUNT-NO (WS-DUN-IDX) = WS-DUN-WORK-ACCOUNT  00004480
                   SET WS-DUN-MATCH-IDX TO WS-DUN-IDX                   00004490
                   SET WS-DUN-IDX TO WS-DUN-ENTRIES-USED                00004500
               END-IF                                                   00004510
           END-PERFORM.                                                 00004520
                                                                        00004530
      ***************************************************************** 00004540
      * Apply one posted payment history record to its account's        00004550
      * notice: a bill payment posted after the notice date counts      00004560
      * toward the past-due balance, a returned item posted after it    00004570
      * takes the money back. Deposits and fees do not pay anything.    00004580
      ***************************************************************** 00004590
       120-ACCUMULATE-RECEIPT.                                          00004600
           MOVE PH-ACCOUNT-NO TO WS-DUN-WORK-ACCOUNT.                   00004610
           PERFORM 110-FIND-NOTICE.                                     00004620
           IF WS-DUN-MATCH-IDX > 0                                      00004630
               IF PH-POST-DATE > WS-DUN-NOTICE-DATE (WS-DUN-MATCH-IDX)  00004640
                   IF PH-TYPE-PAYMENT                                   00004650
                       ADD PH-AMOUNT TO                                 00004660
                           WS-DUN-PAID-SINCE (WS-DUN-MATCH-IDX)         00004670
                   END-IF                                               00004680
                   IF PH-TYPE-REVERSAL                                  00004690
                       SUBTRACT PH-AMOUNT FROM                          00004700
                           WS-DUN-PAID-SINCE (WS-DUN-MATCH-IDX)         00004710
                   END-IF                                               00004720
               END-IF                                                   00004730
           END-IF.                                                      00004740
                                                                        00004750
      ***************************************************************** 00004760
      * Convert WS-WORK-DATE to a 30-day commercial serial so two       00004770
      * dates subtract directly to an age in days, the same way         00004780
      * AGE2000 ages the receivable.                                    00004790
      ***************************************************************** 00004800
       150-DATE-TO-SERIAL.                                              00004810
           COMPUTE WS-WORK-DATE-SERIAL =                                00004820
               (WS-WORK-DATE-CCYY * 360)                                00004830
                   + ((WS-WORK-DATE-MM - 1) * 30)                       00004840
                   + WS-WORK-DATE-DD.                                   00004850
                                                                        00004860
      ***************************************************************** 00004870
      * Decide whether tonight falls in the winter moratorium. A        00004880
      * window whose start is later in the year than its end runs       00004890
      * across the new year; a zero window means no moratorium.         00004900
      ***************************************************************** 00004910
       160-CHECK-MORATORIUM.                                            00004920
           MOVE 'N' TO WS-MORATORIUM-SW.                                00004930
           IF WS-MORATORIUM-START = 0 AND WS-MORATORIUM-END = 0         00004940
               CONTINUE                                                 00004950
           ELSE                                                         00004960
               IF WS-MORATORIUM-START <= WS-MORATORIUM-END              00004970
                   IF WS-RUN-MMDD >= WS-MORATORIUM-START                00004980
                           AND WS-RUN-MMDD <= WS-MORATORIUM-END         00004990
                       SET MORATORIUM-IN-FORCE TO TRUE                  00005000
                   END-IF                                               00005010
               ELSE                                                     00005020
                   IF WS-RUN-MMDD >= WS-MORATORIUM-START                00005030
                           OR WS-RUN-MMDD <= WS-MORATORIUM-END          00005040
                       SET MORATORIUM-IN-FORCE TO TRUE                  00005050
                   END-IF                                               00005060
               END-IF                                                   00005070
           END-IF.                                                      00005080
                                                                        00005090
      ***************************************************************** 00005100
      * Load one payment arrangement into WS-ARRG-TABLE with its        00005110
      * start date converted to the 30-day serial.                      00005120
      ***************************************************************** 00005130
       170-LOAD-ARRANGEMENT.                                            00005140
           IF WS-ARRG-ENTRIES-USED >= 50                                00005150
               DISPLAY 'ARRANGEMENT TABLE FULL, RECORD DROPPED: '       00005160
                   PA-ACCOUNT-NO                                        00005170
           ELSE                                                         00005180
               ADD 1 TO WS-ARRG-ENTRIES-USED                            00005190
               SET WS-ARRG-IDX TO WS-ARRG-ENTRIES-USED                  00005200
               MOVE PA-ACCOUNT-NO TO                                    00005210
                   WS-ARRG-ACCOUNT-NO (WS-ARRG-IDX)                     00005220
               MOVE PA-NUM-INSTALLMENTS TO                              00005230
                   WS-ARRG-NUM-INST (WS-ARRG-IDX)                       00005240
               MOVE PA-START-DATE TO WS-WORK-DATE                       00005250
               PERFORM 150-DATE-TO-SERIAL                               00005260
               MOVE WS-WORK-DATE-SERIAL TO                              00005270
                   WS-ARRG-START-SERIAL (WS-ARRG-IDX)                   00005280
           END-IF.                                                      00005290
                                                                        00005300
      ***************************************************************** 00005310
      * Work one master account: a noticed account is tested for a      00005320
      * disconnect order first, then an account PAYPOST has flagged     00005330
      * reconnect-pending gets its reconnect order.                     00005340
      ***************************************************************** 00005350
       200-PROCESS-ACCOUNT.                                             00005360
           MOVE CM-ACCOUNT-NO TO WS-DUN-WORK-ACCOUNT.                   00005370
           PERFORM 110-FIND-NOTICE.                                     00005380
           IF WS-DUN-MATCH-IDX > 0                                      00005390
               MOVE 'M' TO WS-DUN-MATCH-STATUS (WS-DUN-MATCH-IDX)       00005400
               PERFORM 250-EVALUATE-DISCONNECT                          00005410
           END-IF.                                                      00005420
           IF CM-SVC-RECONNECT-PENDING                                  00005430
               PERFORM 300-CUT-RECONNECT                                00005440
           END-IF.                                                      00005450
                                                                        00005460
      ***************************************************************** 00005470
      * Test a noticed account for disconnection. The meter may         00005480
      * already be off; a closed or final-pending account has no        00005490
      * service to cut; the notice must have stood its grace days;      00005500
      * receipts since the notice may have paid the past-due            00005510
      * balance; and an active arrangement, a medical hold or the       00005520
      * winter moratorium holds the order back. Anything left gets      00005530
      * the disconnect order.                                           00005540
      ***************************************************************** 00005550
       250-EVALUATE-DISCONNECT.                                         00005560
           SET WS-DUN-IDX TO WS-DUN-MATCH-IDX.                          00005570
           COMPUTE WS-UNPAID-PAST-DUE =                                 00005580
               WS-DUN-PAST-DUE (WS-DUN-IDX)                             00005590
                   - WS-DUN-PAID-SINCE (WS-DUN-IDX).                    00005600
           MOVE WS-DUN-NOTICE-DATE (WS-DUN-IDX) TO WS-WORK-DATE.        00005610
           PERFORM 260-CHECK-ARRANGEMENT.                               00005620
           MOVE SPACES TO WS-SVC-ACTION.                                00005630
           EVALUATE TRUE                                                00005640
               WHEN CM-SVC-METER-OFF                                    00005650
                   ADD 1 TO WS-ALREADY-OFF-COUNT                        00005660
               WHEN NOT CM-STATUS-ACTIVE                                00005670
                   MOVE 'DROPPED - ACCOUNT NOT ACTIVE' TO WS-SVC-ACTION 00005680
                   ADD 1 TO WS-DROP-INACTIVE-COUNT                      00005690
               WHEN WS-RUN-DATE-SERIAL <                                00005700
                       WS-DUN-NOTICE-SERIAL (WS-DUN-IDX) + WS-GRACE-DAYS00005710
                   MOVE 'HELD - IN NOTICE GRACE' TO WS-SVC-ACTION       00005720
                   ADD 1 TO WS-HELD-GRACE-COUNT                         00005730
               WHEN WS-UNPAID-PAST-DUE NOT > 0                          00005740
                   MOVE 'DROPPED - PAID SINCE NOTICE' TO WS-SVC-ACTION  00005750
                   ADD 1 TO WS-DROP-PAID-COUNT                          00005760
               WHEN ARRG-ACTIVE                                         00005770
                   MOVE 'HELD - ARRANGEMENT' TO WS-SVC-ACTION           00005780
                   ADD 1 TO WS-HELD-ARRG-COUNT                          00005790
               WHEN CM-MEDICAL-HOLD-DATE IS NUMERIC                     00005800
                       AND CM-MEDICAL-HOLD-DATE >= WS-RUN-DATE          00005810
                   MOVE 'HELD - MEDICAL HOLD' TO WS-SVC-ACTION          00005820
                   ADD 1 TO WS-HELD-MEDICAL-COUNT                       00005830
               WHEN MORATORIUM-IN-FORCE                                 00005840
                   MOVE 'HELD - WINTER MORATORIUM' TO WS-SVC-ACTION     00005850
                   ADD 1 TO WS-HELD-WINTER-COUNT                        00005860
               WHEN OTHER                                               00005870
                   PERFORM 280-CUT-DISCONNECT                           00005880
           END-EVALUATE.                                                00005890
           IF WS-SVC-ACTION NOT = SPACES                                00005900
               IF WS-UNPAID-PAST-DUE > 0                                00005910
                   MOVE WS-UNPAID-PAST-DUE TO WS-LINE-AMOUNT            00005920
               ELSE                                                     00005930
                   MOVE 0 TO WS-LINE-AMOUNT                             00005940
               END-IF                                                   00005950
               PERFORM 560-WRITE-REGISTER-LINE                          00005960
           END-IF.                                                      00005970
                                                                        00005980
      ***************************************************************** 00005990
      * Look for an arrangement on this account whose installment       00006000
      * schedule is still running as of the run date.                   00006010
      ***************************************************************** 00006020
       260-CHECK-ARRANGEMENT.                                           00006030
           MOVE 'N' TO WS-ARRG-ACTIVE-SW.                               00006040
           PERFORM VARYING WS-ARRG-IDX FROM 1 BY 1                      00006050
                   UNTIL WS-ARRG-IDX > WS-ARRG-ENTRIES-USED             00006060
               IF CM-ACCOUNT-NO = WS-ARRG-ACCOUNT-NO (WS-ARRG-IDX)      00006070
                       AND WS-RUN-DATE-SERIAL >=                        00006080
                           WS-ARRG-START-SERIAL (WS-ARRG-IDX)           00006090
                   COMPUTE WS-ARRG-MONTHS-ELAPSED =                     00006100
                       (WS-RUN-DATE-SERIAL -                            00006110
                           WS-ARRG-START-SERIAL (WS-ARRG-IDX)) / 30     00006120
                   IF WS-ARRG-MONTHS-ELAPSED <                          00006130
                           WS-ARRG-NUM-INST (WS-ARRG-IDX)               00006140
                       SET ARRG-ACTIVE TO TRUE                          00006150
                       SET WS-ARRG-IDX TO WS-ARRG-ENTRIES-USED          00006160
                   END-IF                                               00006170
               END-IF                                                   00006180
           END-PERFORM.                                                 00006190
                                                                        00006200
      ***************************************************************** 00006210
      * Cut the disconnect order and mark the master disconnected.      00006220
      * The reconnect limit is the balance left once the unpaid         00006230
      * past-due amount is paid - the part of the open balance that     00006240
      * was not yet past due - so PAYPOST can tell when the customer    00006250
      * has paid enough to come back on.                                00006260
      ***************************************************************** 00006270
       280-CUT-DISCONNECT.                                              00006280
           COMPUTE WS-OPEN-BALANCE =                                    00006290
               CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED.              00006300
           COMPUTE WS-RECONNECT-WORK =                                  00006310
               WS-OPEN-BALANCE - WS-UNPAID-PAST-DUE.                    00006320
           IF WS-RECONNECT-WORK < 0                                     00006330
               MOVE 0 TO CM-RECONNECT-LIMIT                             00006340
           ELSE                                                         00006350
               MOVE WS-RECONNECT-WORK TO CM-RECONNECT-LIMIT             00006360
           END-IF.                                                      00006370
           MOVE 'D' TO CM-SERVICE-STATUS.                               00006380
           MOVE WS-RUN-DATE TO CM-DISCONNECT-DATE.                      00006390
           REWRITE CM-CUSTOMER-RECORD.                                  00006400
                                                                        00006410
           MOVE 'D' TO SO-ORDER-TYPE.                                   00006420
           MOVE WS-UNPAID-PAST-DUE TO SO-PAST-DUE.                      00006430
           PERFORM 350-WRITE-SERVICE-ORDER.                             00006440
                                                                        00006450
           ADD 1 TO WS-DISC-COUNT.                                      00006460
           ADD WS-UNPAID-PAST-DUE TO WS-DISC-AMOUNT.                    00006470
           MOVE 'DISCONNECT ORDER CUT' TO WS-SVC-ACTION.                00006480
                                                                        00006490
      ***************************************************************** 00006500
      * Cut the reconnect order for an account whose past-due balance   00006510
      * PAYPOST has seen paid, and return the master to connected.      00006520
      ***************************************************************** 00006530
       300-CUT-RECONNECT.                                               00006540
           MOVE CM-DISCONNECT-DATE TO WS-WORK-DATE.                     00006550
           MOVE 'C' TO CM-SERVICE-STATUS.                               00006560
           MOVE 0 TO CM-DISCONNECT-DATE.                                00006570
           MOVE 0 TO CM-RECONNECT-LIMIT.                                00006580
           REWRITE CM-CUSTOMER-RECORD.                                  00006590
                                                                        00006600
           MOVE 'R' TO SO-ORDER-TYPE.                                   00006610
           MOVE 0 TO SO-PAST-DUE.                                       00006620
           PERFORM 350-WRITE-SERVICE-ORDER.                             00006630
                                                                        00006640
           ADD 1 TO WS-RECON-COUNT.                                     00006650
           MOVE 'RECONNECT ORDER CUT' TO WS-SVC-ACTION.                 00006660
           MOVE 0 TO WS-LINE-AMOUNT.                                    00006670
           PERFORM 560-WRITE-REGISTER-LINE.                             00006680
                                                                        00006690
      ***************************************************************** 00006700
      * Write one service order, with the order type and past-due       00006710
      * amount already staged, carrying the service address from the    00006720
      * name and address file so the crew knows where the meter is.     00006730
      ***************************************************************** 00006740
       350-WRITE-SERVICE-ORDER.                                         00006750
           MOVE CM-ACCOUNT-NO TO SO-ACCOUNT-NO.                         00006760
           MOVE WS-RUN-DATE   TO SO-ORDER-DATE.                         00006770
           MOVE CM-CUST-NAME  TO SO-FULL-NAME.                          00006780
           MOVE SPACES TO SO-SVC-STREET.                                00006790
           MOVE SPACES TO SO-SVC-CITY.                                  00006800
           MOVE SPACES TO SO-SVC-STATE.                                 00006810
           MOVE SPACES TO SO-SVC-ZIP.                                   00006820
           MOVE SPACES TO SO-SVC-ZIP-PLUS4.                             00006830
           MOVE CM-ACCOUNT-NO TO NA-ACCOUNT-NO.                         00006840
           READ NAMEADDR-FILE                                           00006850
               INVALID KEY                                              00006860
                   CONTINUE                                             00006870
               NOT INVALID KEY                                          00006880
                   IF NA-FULL-NAME NOT = SPACES                         00006890
                       MOVE NA-FULL-NAME TO SO-FULL-NAME                00006900
                   END-IF                                               00006910
                   MOVE NA-SVC-STREET    TO SO-SVC-STREET               00006920
                   MOVE NA-SVC-CITY      TO SO-SVC-CITY                 00006930
                   MOVE NA-SVC-STATE     TO SO-SVC-STATE                00006940
                   MOVE NA-SVC-ZIP       TO SO-SVC-ZIP                  00006950
                   MOVE NA-SVC-ZIP-PLUS4 TO SO-SVC-ZIP-PLUS4            00006960
           END-READ.                                                    00006970
           WRITE SO-SERVICE-ORDER.                                      00006980
                                                                        00006990
      ***************************************************************** 00007000
      * After the master pass, any notice still unmatched has no        00007010
      * master record to disconnect. List it as dropped.                00007020
      ***************************************************************** 00007030
       400-LIST-UNMATCHED.                                              00007040
           PERFORM VARYING WS-DUN-MATCH-IDX FROM 1 BY 1                 00007050
                   UNTIL WS-DUN-MATCH-IDX > WS-DUN-ENTRIES-USED         00007060
               SET WS-DUN-IDX TO WS-DUN-MATCH-IDX                       00007070
               IF WS-DUN-MATCH-STATUS (WS-DUN-IDX) = SPACE              00007080
                   ADD 1 TO WS-DROP-NO-MASTER-COUNT                     00007090
                   MOVE WS-DUN-NOTICE-DATE (WS-DUN-IDX) TO WS-WORK-DATE 00007100
                   MOVE WS-DUN-PAST-DUE (WS-DUN-IDX) TO WS-LINE-AMOUNT  00007110
                   MOVE WS-DUN-ACCOUNT-NO (WS-DUN-IDX)                  00007120
                       TO WS-SVC-ACCT-ED                                00007130
                   MOVE 'DROPPED - NOT ON MASTER' TO WS-SVC-ACTION      00007140
                   PERFORM 570-FORMAT-LINE-DATE                         00007150
                   MOVE WS-LINE-AMOUNT TO WS-SVC-AMT-ED                 00007160
                   MOVE SPACES TO WS-SVC-LINE-WORK                      00007170
                   STRING WS-SVC-ACCT-ED  DELIMITED BY SIZE             00007180
                          '   '           DELIMITED BY SIZE             00007190
                          WS-DUN-CUST-NAME (WS-DUN-IDX)                 00007200
                                          DELIMITED BY SIZE             00007210
                          '  '            DELIMITED BY SIZE             00007220
                          WS-WORK-DATE-ED DELIMITED BY SIZE             00007230
                          '   '           DELIMITED BY SIZE             00007240
                          WS-SVC-AMT-ED   DELIMITED BY SIZE             00007250
                          '   '           DELIMITED BY SIZE             00007260
                          WS-SVC-ACTION   DELIMITED BY SIZE             00007270
                       INTO WS-SVC-LINE-WORK                            00007280
                   WRITE SVC-LINE FROM WS-SVC-LINE-WORK                 00007290
                       AFTER ADVANCING 1 LINE                           00007300
               END-IF                                                   00007310
           END-PERFORM.                                                 00007320
                                                                        00007330
      ***************************************************************** 00007340
      * Write one register detail line for the current master           00007350
      * account: the date in WS-WORK-DATE (the notice date, or the      00007360
      * disconnect date on a reconnect), the amount staged in           00007370
      * WS-LINE-AMOUNT and the action taken.                            00007380
      ***************************************************************** 00007390
       560-WRITE-REGISTER-LINE.                                         00007400
           MOVE CM-ACCOUNT-NO  TO WS-SVC-ACCT-ED.                       00007410
           MOVE WS-LINE-AMOUNT TO WS-SVC-AMT-ED.                        00007420
           PERFORM 570-FORMAT-LINE-DATE.                                00007430
                                                                        00007440
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00007450
           STRING WS-SVC-ACCT-ED  DELIMITED BY SIZE                     00007460
                  '   '           DELIMITED BY SIZE                     00007470
                  CM-CUST-NAME    DELIMITED BY SIZE                     00007480
                  '  '            DELIMITED BY SIZE                     00007490
                  WS-WORK-DATE-ED DELIMITED BY SIZE                     00007500
                  '   '           DELIMITED BY SIZE                     00007510
                  WS-SVC-AMT-ED   DELIMITED BY SIZE                     00007520
                  '   '           DELIMITED BY SIZE                     00007530
                  WS-SVC-ACTION   DELIMITED BY SIZE                     00007540
               INTO WS-SVC-LINE-WORK.                                   00007550
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00007560
               AFTER ADVANCING 1 LINE.                                  00007570
                                                                        00007580
      ***************************************************************** 00007590
      * Edit WS-WORK-DATE as MM/DD/CCYY for the register.               00007600
      ***************************************************************** 00007610
       570-FORMAT-LINE-DATE.                                            00007620
           MOVE SPACES TO WS-WORK-DATE-ED.                              00007630
           IF WS-WORK-DATE NOT = 0                                      00007640
               STRING WS-WORK-DATE-MM   DELIMITED BY SIZE               00007650
                      '/'               DELIMITED BY SIZE               00007660
                      WS-WORK-DATE-DD   DELIMITED BY SIZE               00007670
                      '/'               DELIMITED BY SIZE               00007680
                      WS-WORK-DATE-CCYY DELIMITED BY SIZE               00007690
                   INTO WS-WORK-DATE-ED                                 00007700
           END-IF.                                                      00007710
                                                                        00007720
      ***************************************************************** 00007730
      * Write the register's one-time title, the rules applied and      00007740
      * the column header (no pagination - order volume is expected     00007750
      * to be small).                                                   00007760
      ***************************************************************** 00007770
       810-WRITE-REGISTER-HEADERS.                                      00007780
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00007790
           STRING 'SVCORDR SERVICE ORDER REGISTER' DELIMITED BY SIZE    00007800
                  '     RUN DATE: '                DELIMITED BY SIZE    00007810
                  WS-RUN-DATE-ED                   DELIMITED BY SIZE    00007820
               INTO WS-SVC-LINE-WORK.                                   00007830
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00007840
               AFTER ADVANCING PAGE.                                    00007850
                                                                        00007860
           MOVE WS-MORATORIUM-START TO WS-SVC-MMDD-ED.                  00007870
           MOVE WS-MORATORIUM-END   TO WS-SVC-MMDD-ED2.                 00007880
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00007890
           STRING 'NOTICE GRACE DAYS: '   DELIMITED BY SIZE             00007900
                  WS-GRACE-DAYS           DELIMITED BY SIZE             00007910
                  '   WINTER MORATORIUM: ' DELIMITED BY SIZE            00007920
                  WS-SVC-MMDD-ED          DELIMITED BY SIZE             00007930
                  ' - '                   DELIMITED BY SIZE             00007940
                  WS-SVC-MMDD-ED2         DELIMITED BY SIZE             00007950
               INTO WS-SVC-LINE-WORK.                                   00007960
           IF MORATORIUM-IN-FORCE                                       00007970
               MOVE '(IN FORCE)' TO WS-SVC-LINE-WORK (57:10)            00007980
           END-IF.                                                      00007990
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008000
               AFTER ADVANCING 1 LINE.                                  00008010
                                                                        00008020
           WRITE SVC-LINE FROM WS-SVC-SEP-LINE                          00008030
               AFTER ADVANCING 1 LINE.                                  00008040
           WRITE SVC-LINE FROM WS-SVC-COL-HDR-LINE                      00008050
               AFTER ADVANCING 1 LINE.                                  00008060
           WRITE SVC-LINE FROM WS-SVC-SEP-LINE                          00008070
               AFTER ADVANCING 1 LINE.                                  00008080
                                                                        00008090
      ***************************************************************** 00008100
      * Write the register's control totals and prove that every        00008110
      * notice read was ordered, held or dropped.                       00008120
      ***************************************************************** 00008130
       900-WRITE-REGISTER-SUMMARY.                                      00008140
           WRITE SVC-LINE FROM WS-SVC-SEP-LINE                          00008150
               AFTER ADVANCING 1 LINE.                                  00008160
                                                                        00008170
           MOVE WS-NOTICE-COUNT TO WS-SVC-COUNT-ED.                     00008180
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008190
           STRING 'NOTICES READ          : ' DELIMITED BY SIZE          00008200
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008210
               INTO WS-SVC-LINE-WORK.                                   00008220
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008230
               AFTER ADVANCING 1 LINE.                                  00008240
                                                                        00008250
           MOVE WS-DISC-COUNT TO WS-SVC-COUNT-ED.                       00008260
           MOVE WS-DISC-AMOUNT TO WS-SVC-TOT-ED.                        00008270
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008280
           STRING 'DISCONNECT ORDERS CUT : ' DELIMITED BY SIZE          00008290
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008300
                  '   PAST DUE: $'           DELIMITED BY SIZE          00008310
                  WS-SVC-TOT-ED              DELIMITED BY SIZE          00008320
               INTO WS-SVC-LINE-WORK.                                   00008330
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008340
               AFTER ADVANCING 1 LINE.                                  00008350
                                                                        00008360
           MOVE WS-HELD-GRACE-COUNT TO WS-SVC-COUNT-ED.                 00008370
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008380
           STRING 'HELD - IN NOTICE GRACE: ' DELIMITED BY SIZE          00008390
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008400
               INTO WS-SVC-LINE-WORK.                                   00008410
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008420
               AFTER ADVANCING 1 LINE.                                  00008430
                                                                        00008440
           MOVE WS-HELD-ARRG-COUNT TO WS-SVC-COUNT-ED.                  00008450
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008460
           STRING 'HELD - ARRANGEMENT    : ' DELIMITED BY SIZE          00008470
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008480
               INTO WS-SVC-LINE-WORK.                                   00008490
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008500
               AFTER ADVANCING 1 LINE.                                  00008510
                                                                        00008520
           MOVE WS-HELD-MEDICAL-COUNT TO WS-SVC-COUNT-ED.               00008530
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008540
           STRING 'HELD - MEDICAL HOLD   : ' DELIMITED BY SIZE          00008550
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008560
               INTO WS-SVC-LINE-WORK.                                   00008570
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008580
               AFTER ADVANCING 1 LINE.                                  00008590
                                                                        00008600
           MOVE WS-HELD-WINTER-COUNT TO WS-SVC-COUNT-ED.                00008610
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008620
           STRING 'HELD - WINTER MORATOR.: ' DELIMITED BY SIZE          00008630
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008640
               INTO WS-SVC-LINE-WORK.                                   00008650
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008660
               AFTER ADVANCING 1 LINE.                                  00008670
                                                                        00008680
           MOVE WS-DROP-PAID-COUNT TO WS-SVC-COUNT-ED.                  00008690
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008700
           STRING 'DROPPED - PAID        : ' DELIMITED BY SIZE          00008710
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008720
               INTO WS-SVC-LINE-WORK.                                   00008730
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008740
               AFTER ADVANCING 1 LINE.                                  00008750
                                                                        00008760
           MOVE WS-DROP-INACTIVE-COUNT TO WS-SVC-COUNT-ED.              00008770
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008780
           STRING 'DROPPED - NOT ACTIVE  : ' DELIMITED BY SIZE          00008790
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008800
               INTO WS-SVC-LINE-WORK.                                   00008810
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008820
               AFTER ADVANCING 1 LINE.                                  00008830
                                                                        00008840
           MOVE WS-DROP-NO-MASTER-COUNT TO WS-SVC-COUNT-ED.             00008850
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008860
           STRING 'DROPPED - NOT ON MAST.: ' DELIMITED BY SIZE          00008870
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008880
               INTO WS-SVC-LINE-WORK.                                   00008890
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008900
               AFTER ADVANCING 1 LINE.                                  00008910
                                                                        00008920
           MOVE WS-NOT-LOADED-COUNT TO WS-SVC-COUNT-ED.                 00008930
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00008940
           STRING 'DROPPED - TABLE FULL  : ' DELIMITED BY SIZE          00008950
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00008960
               INTO WS-SVC-LINE-WORK.                                   00008970
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00008980
               AFTER ADVANCING 1 LINE.                                  00008990
                                                                        00009000
           MOVE WS-ALREADY-OFF-COUNT TO WS-SVC-COUNT-ED.                00009010
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00009020
           STRING 'ALREADY DISCONNECTED  : ' DELIMITED BY SIZE          00009030
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00009040
               INTO WS-SVC-LINE-WORK.                                   00009050
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00009060
               AFTER ADVANCING 1 LINE.                                  00009070
                                                                        00009080
           MOVE WS-RECON-COUNT TO WS-SVC-COUNT-ED.                      00009090
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00009100
           STRING 'RECONNECT ORDERS CUT  : ' DELIMITED BY SIZE          00009110
                  WS-SVC-COUNT-ED            DELIMITED BY SIZE          00009120
               INTO WS-SVC-LINE-WORK.                                   00009130
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00009140
               AFTER ADVANCING 1 LINE.                                  00009150
                                                                        00009160
           IF WS-NOTICE-COUNT = WS-DISC-COUNT                           00009170
                   + WS-HELD-GRACE-COUNT + WS-HELD-ARRG-COUNT           00009180
                   + WS-HELD-MEDICAL-COUNT + WS-HELD-WINTER-COUNT       00009190
                   + WS-DROP-PAID-COUNT + WS-DROP-INACTIVE-COUNT        00009200
                   + WS-DROP-NO-MASTER-COUNT + WS-NOT-LOADED-COUNT      00009210
                   + WS-ALREADY-OFF-COUNT                               00009220
               MOVE 'IN BALANCE' TO WS-CONTROL-STATUS                   00009230
           ELSE                                                         00009240
               MOVE 'OUT OF BALANCE' TO WS-CONTROL-STATUS               00009250
           END-IF.                                                      00009260
           MOVE SPACES TO WS-SVC-LINE-WORK.                             00009270
           STRING 'CONTROL STATUS        : ' DELIMITED BY SIZE          00009280
                  WS-CONTROL-STATUS          DELIMITED BY SIZE          00009290
               INTO WS-SVC-LINE-WORK.                                   00009300
           WRITE SVC-LINE FROM WS-SVC-LINE-WORK                         00009310
               AFTER ADVANCING 1 LINE.                                  00009320
           WRITE SVC-LINE FROM WS-SVC-SEP-LINE                          00009330
               AFTER ADVANCING 1 LINE.                                  00009340
