       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ACHDRAFT.                                            00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:AUTOPAY BANK DRAFTS. RUN AFTER UTIL2000 HAS        00000070
      *              BILLED A CYCLE: READS THAT RUN'S BILLS FROM        00000080
      *              BILLHIST AND, FOR EVERY ACCOUNT ACTIVE ON          00000090
      *              AUTOPAY, DRAFTS THE BALANCE DUE FROM THE           00000100
      *              CUSTOMER'S CHECKING ACCOUNT ON THE BILL'S DUE      00000110
      *              DATE. ACCOUNTS NEWLY ENROLLED THROUGH CUSTMNT      00000120
      *              GET A ZERO-DOLLAR PRE-NOTE INSTEAD. BUILDS THE     00000130
      *              ACH DEBIT ORIGINATION FILE FOR THE BANK - ONE      00000140
      *              BATCH PER EFFECTIVE DATE WITH BATCH AND FILE       00000150
      *              CONTROL TOTALS - AND WRITES EACH DRAFT TO THE      00000160
      *              PAYMENTS FILE (TENDER A) SO PAYPOST POSTS IT.      00000170
      *              EACH BILL IS DRAFTED AT MOST ONCE. PRINTS A        00000180
      *              REGISTER WITH CONTROL TOTALS, AND LOGS EVERY       00000190
      *              ENTRY'S TRACE NUMBER SO ACHRTN CAN FIND THE        00000200
      *              DRAFT A RETURN BELONGS TO.                         00000210
      ***************************************************************** 00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
      ***************************************************************** 00000260
      * AUTOPAY DRAFT CONTROL - CYCLE, BILL RUN AND BANK IDENTIFIERS    00000270
      ***************************************************************** 00000280
           SELECT ACHCTL-FILE ASSIGN TO "ACHCTL.DAT"                    00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-ACHCTL-STATUS.                         00000310
      ***************************************************************** 00000320
      * BILLING HISTORY - THE BILLS CUT BY THE RUN BEING DRAFTED        00000330
      ***************************************************************** 00000340
           SELECT BILLHIST-FILE ASSIGN TO "BILLHIST.DAT"                00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-BILLHIST-STATUS.                       00000370
      ***************************************************************** 00000380
      * CUSTOMER MASTER - READ BY KEY, AUTOPAY STATUS REWRITTEN         00000390
      ***************************************************************** 00000400
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000410
               ORGANIZATION IS INDEXED                                  00000420
               ACCESS MODE IS RANDOM                                    00000430
               RECORD KEY IS CM-ACCOUNT-NO                              00000440
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000450
      ***************************************************************** 00000460
      * ACH DEBIT ORIGINATION FILE FOR THE BANK                         00000470
      ***************************************************************** 00000480
           SELECT ACH-FILE ASSIGN TO "ACHORIG.DAT"                      00000490
               ORGANIZATION IS LINE SEQUENTIAL                          00000500
               FILE STATUS IS WS-ACH-STATUS.                            00000510
      ***************************************************************** 00000520
      * PAYMENTS TRANSACTION FILE - DRAFTS APPENDED FOR PAYPOST         00000530
      ***************************************************************** 00000540
           SELECT PAYTRAN-FILE ASSIGN TO "PAYMENTS.DAT"                 00000550
               ORGANIZATION IS LINE SEQUENTIAL                          00000560
               FILE STATUS IS WS-PAYTRAN-STATUS.                        00000570
      ***************************************************************** 00000580
      * AUTOPAY DRAFT LOG - EVERY ENTRY SENT, APPENDED ACROSS RUNS      00000590
      ***************************************************************** 00000600
           SELECT DLOG-FILE ASSIGN TO "ACHDLOG.DAT"                     00000610
               ORGANIZATION IS LINE SEQUENTIAL                          00000620
               FILE STATUS IS WS-DLOG-STATUS.                           00000630
      ***************************************************************** 00000640
      * AUTOPAY DRAFT REGISTER                                          00000650
      ***************************************************************** 00000660
           SELECT ACHR-FILE ASSIGN TO "ACHREG.PRT"                      00000670
               ORGANIZATION IS LINE SEQUENTIAL                          00000680
               FILE STATUS IS WS-ACHR-STATUS.                           00000690
       DATA DIVISION.                                                   00000700
       FILE SECTION.                                                    00000710
      ***************************************************************** 00000720
      * ACHCTL-FILE - DRAFT CONTROL (SEE COPYBOOKS/ACHCTL.CPY)          00000730
      ***************************************************************** 00000740
       FD  ACHCTL-FILE.                                                 00000750
           COPY ACHCTL.                                                 00000760
      ***************************************************************** 00000770
      * BILLHIST-FILE - BILLING HISTORY (SEE COPYBOOKS/BILLHIST.CPY)    00000780
      ***************************************************************** 00000790
       FD  BILLHIST-FILE.                                               00000800
           COPY BILLHIST.                                               00000810
      ***************************************************************** 00000820
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000830
      ***************************************************************** 00000840
       FD  CUSTMAS-FILE.                                                00000850
           COPY CUSTMAS.                                                00000860
      ***************************************************************** 00000870
      * ACH-FILE - ACH ORIGINATION FILE (SEE COPYBOOKS/ACHREC.CPY)      00000880
      ***************************************************************** 00000890
       FD  ACH-FILE.                                                    00000900
           COPY ACHREC.                                                 00000910
      ***************************************************************** 00000920
      * PAYTRAN-FILE - PAYMENTS (SEE COPYBOOKS/PAYTRAN.CPY)             00000930
      ***************************************************************** 00000940
       FD  PAYTRAN-FILE.                                                00000950
           COPY PAYTRAN.                                                00000960
      ***************************************************************** 00000970
      * DLOG-FILE - DRAFT LOG (SEE COPYBOOKS/ACHDLOG.CPY)               00000980
      ***************************************************************** 00000990
       FD  DLOG-FILE.                                                   00001000
           COPY ACHDLOG.                                                00001010
      ***************************************************************** 00001020
      * ACHR-FILE - DRAFT REGISTER (SEE COPYBOOKS/ACHRPT.CPY)           00001030
      ***************************************************************** 00001040
       FD  ACHR-FILE.                                                   00001050
           COPY ACHRPT.                                                 00001060
       WORKING-STORAGE SECTION.                                         00001070
                                                                        00001080
      ***************************************************************** 00001090
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00001100
      ***************************************************************** 00001110
       01  WS-ACHCTL-STATUS         PIC X(2)     VALUE SPACES.          00001120
       01  WS-BILLHIST-STATUS       PIC X(2)     VALUE SPACES.          00001130
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00001140
       01  WS-ACH-STATUS            PIC X(2)     VALUE SPACES.          00001150
       01  WS-PAYTRAN-STATUS        PIC X(2)     VALUE SPACES.          00001160
       01  WS-DLOG-STATUS           PIC X(2)     VALUE SPACES.          00001170
       01  WS-ACHR-STATUS           PIC X(2)     VALUE SPACES.          00001180
       01  WS-EOF-SWITCHES.                                             00001190
           05  WS-BILLHIST-EOF-SW   PIC X(1)     VALUE 'N'.             00001200
               88  BILLHIST-EOF                  VALUE 'Y'.             00001210
           05  WS-DLOG-EOF-SW       PIC X(1)     VALUE 'N'.             00001220
               88  DLOG-EOF                      VALUE 'Y'.             00001230
       01  WS-MASTER-FOUND-SW       PIC X(1)     VALUE 'N'.             00001240
           88  MASTER-FOUND                      VALUE 'Y'.             00001250
                                                                        00001260
      ***************************************************************** 00001270
      * RUN DATE AND TIME FOR THE REGISTER AND THE ACH FILE HEADER      00001280
      ***************************************************************** 00001290
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001300
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001310
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001320
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001330
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001340
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001350
       01  WS-RUN-TIME              PIC 9(8)     VALUE 0.               00001360
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.                         00001370
           05  WS-RUN-TIME-HHMM     PIC 9(4).                           00001380
           05  FILLER               PIC 9(4).                           00001390
                                                                        00001400
      ***************************************************************** 00001410
      * WORK DATE AND ITS ACH (YYMMDD) FORM                             00001420
      ***************************************************************** 00001430
       01  WS-WORK-DATE             PIC 9(8)     VALUE 0.               00001440
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                       00001450
           05  WS-WORK-DATE-CCYY    PIC 9(4).                           00001460
           05  WS-WORK-DATE-MM      PIC 9(2).                           00001470
           05  WS-WORK-DATE-DD      PIC 9(2).                           00001480
       01  WS-ACH-DATE              PIC 9(6)     VALUE 0.               00001490
       01  WS-ACH-DATE-R REDEFINES WS-ACH-DATE.                         00001500
           05  WS-ACH-DATE-YY       PIC 9(2).                           00001510
           05  WS-ACH-DATE-MM       PIC 9(2).                           00001520
           05  WS-ACH-DATE-DD       PIC 9(2).                           00001530
       01  WS-DUE-DATE-ED           PIC X(10)    VALUE SPACES.          00001540
                                                                        00001550
      ***************************************************************** 00001560
      * DRAFT RUN CONTROLS LOADED FROM ACHCTL-FILE                      00001570
      ***************************************************************** 00001580
       01  WS-DRAFT-CYCLE           PIC 9(2)     VALUE 0.               00001590
       01  WS-DRAFT-RUN-DATE        PIC 9(8)     VALUE 0.               00001600
       01  WS-DRAFT-RUN-DATE-R REDEFINES WS-DRAFT-RUN-DATE.             00001610
           05  WS-DRAFT-RUN-CCYY    PIC 9(4).                           00001620
           05  WS-DRAFT-RUN-MM      PIC 9(2).                           00001630
           05  WS-DRAFT-RUN-DD      PIC 9(2).                           00001640
       01  WS-DRAFT-RUN-ED          PIC X(10)    VALUE SPACES.          00001650
       01  WS-ODFI-ROUTING          PIC X(9)     VALUE SPACES.          00001660
       01  WS-ODFI-ROUTING-R REDEFINES WS-ODFI-ROUTING.                 00001670
           05  WS-ODFI-ID           PIC X(8).                           00001680
           05  FILLER               PIC X(1).                           00001690
                                                                        00001700
      ***************************************************************** 00001710
      * THE RUN'S BILLS, LOADED FROM BILLHIST. A BILL CANCELLED BY      00001720
      * REBILL IS MARKED CANCELLED UNTIL ITS REBILL REPLACES IT. EACH   00001730
      * ENTRY IS THEN DECIDED - DRAFT, PRE-NOTE OR PASS - AND A DRAFT   00001740
      * OR PRE-NOTE CARRIES THE BANK ACCOUNT IT GOES AGAINST UNTIL      00001750
      * THE ACH FILE IS WRITTEN.                                        00001760
      ***************************************************************** 00001770
       01  WS-BILL-ENTRIES-USED     PIC 9(3)     VALUE 0.               00001780
       01  WS-BILL-TABLE.                                               00001790
           05  WS-BILL-ENTRY OCCURS 500 TIMES                           00001800
                   INDEXED BY WS-BILL-IDX.                              00001810
               10  WS-BILL-ACCOUNT-NO   PIC 9(6)    VALUE 0.            00001820
               10  WS-BILL-DUE-DATE     PIC 9(8)    VALUE 0.            00001830
               10  WS-BILL-CANCEL-SW    PIC X(1)    VALUE 'N'.          00001840
                   88  BILL-CANCELLED               VALUE 'Y'.          00001850
               10  WS-BILL-ACTION       PIC X(1)    VALUE SPACE.        00001860
                   88  BILL-TO-DRAFT                VALUE 'D'.          00001870
                   88  BILL-TO-PRENOTE              VALUE 'N'.          00001880
                   88  BILL-IN-FILE                 VALUES 'D' 'N'.     00001890
               10  WS-BILL-AMOUNT       PIC 9(6)V99 VALUE 0.            00001900
               10  WS-BILL-ROUTING      PIC X(9)    VALUE SPACES.       00001910
               10  WS-BILL-BANK-ACCT    PIC X(17)   VALUE SPACES.       00001920
               10  WS-BILL-CUST-NAME    PIC X(12)   VALUE SPACES.       00001930
               10  WS-BILL-WRITTEN-SW   PIC X(1)    VALUE 'N'.          00001940
                   88  BILL-WRITTEN                 VALUE 'Y'.          00001950
       01  WS-BILL-MATCH-IDX        PIC 9(3)     VALUE 0.               00001960
       01  WS-BILL-SUB              PIC 9(3)     VALUE 0.               00001970
                                                                        00001980
      ***************************************************************** 00001990
      * PER-BILL DECISION AND ACH ENTRY WORK FIELDS                     00002000
      ***************************************************************** 00002010
       01  WS-OPEN-BALANCE          PIC S9(7)V99 VALUE 0                00002020
               SIGN IS TRAILING SEPARATE.                               00002030
       01  WS-DRAFT-RESULT          PIC X(20)    VALUE SPACES.          00002040
       01  WS-BATCH-DUE-DATE        PIC 9(8)     VALUE 0.               00002050
       01  WS-RDFI-ROUTING          PIC X(9)     VALUE SPACES.          00002060
       01  WS-RDFI-ROUTING-R REDEFINES WS-RDFI-ROUTING.                 00002070
           05  WS-RDFI-ID           PIC 9(8).                           00002080
           05  WS-RDFI-CHECK-DIGIT  PIC X(1).                           00002090
       01  WS-TRACE-NO.                                                 00002100
           05  WS-TRACE-ODFI        PIC X(8).                           00002110
           05  WS-TRACE-SEQ         PIC 9(7).                           00002120
       01  WS-LAST-TRACE-SEQ        PIC 9(7)     VALUE 0.               00002130
                                                                        00002140
      ***************************************************************** 00002150
      * ACH BATCH AND FILE CONTROL ACCUMULATORS. THE ENTRY HASH IS      00002160
      * THE SUM OF THE EIGHT-DIGIT RECEIVING BANK ROUTING NUMBERS;      00002170
      * ONLY ITS LOW-ORDER TEN DIGITS GO ON THE CONTROL RECORDS.        00002180
      ***************************************************************** 00002190
       01  WS-BATCH-NO              PIC 9(7)     VALUE 0.               00002200
       01  WS-BATCH-ENTRY-COUNT     PIC 9(6)     VALUE 0.               00002210
       01  WS-BATCH-HASH            PIC 9(12)    VALUE 0.               00002220
       01  WS-BATCH-DEBIT-TOTAL     PIC 9(10)V99 VALUE 0.               00002230
       01  WS-FILE-ENTRY-COUNT      PIC 9(8)     VALUE 0.               00002240
       01  WS-FILE-HASH             PIC 9(12)    VALUE 0.               00002250
       01  WS-FILE-DEBIT-TOTAL      PIC 9(10)V99 VALUE 0.               00002260
       01  WS-FILE-RECORD-COUNT     PIC 9(8)     VALUE 0.               00002270
       01  WS-FILE-BLOCK-COUNT      PIC 9(6)     VALUE 0.               00002280
       01  WS-BLOCK-REMAINDER       PIC 9(2)     VALUE 0.               00002290
       01  WS-ACH-HASH-ED           PIC 9(10)    VALUE 0.               00002300
                                                                        00002310
      ***************************************************************** 00002320
      * RUN TOTALS FOR THE REGISTER SUMMARY                             00002330
      ***************************************************************** 00002340
       01  WS-BILLS-READ-COUNT      PIC 9(5)     VALUE 0.               00002350
       01  WS-NOT-ON-MASTER-COUNT   PIC 9(5)     VALUE 0.               00002360
       01  WS-AUTOPAY-COUNT         PIC 9(5)     VALUE 0.               00002370
       01  WS-DRAFT-COUNT           PIC 9(5)     VALUE 0.               00002380
       01  WS-DRAFT-TOTAL           PIC 9(10)V99 VALUE 0.               00002390
       01  WS-PRENOTE-COUNT         PIC 9(5)     VALUE 0.               00002400
       01  WS-NOT-CLEARED-COUNT     PIC 9(5)     VALUE 0.               00002410
       01  WS-ALREADY-COUNT         PIC 9(5)     VALUE 0.               00002420
       01  WS-NO-BALANCE-COUNT      PIC 9(5)     VALUE 0.               00002430
       01  WS-SUPERSEDED-COUNT      PIC 9(5)     VALUE 0.               00002440
       01  WS-PAYMENT-COUNT         PIC 9(5)     VALUE 0.               00002450
       01  WS-PAYMENT-TOTAL         PIC 9(10)V99 VALUE 0.               00002460
       01  WS-CONTROL-STATUS        PIC X(14)    VALUE SPACES.          00002470
                                                                        00002480
      ***************************************************************** 00002490
      * EDITED FIELDS FOR THE DRAFT REGISTER                            00002500
      ***************************************************************** 00002510
       01  WS-ACHR-ACCT-ED          PIC ZZZZZ9.                         00002520
       01  WS-ACHR-AMT-ED           PIC ZZZ,ZZ9.99.                     00002530
       01  WS-ACHR-TOT-ED           PIC Z,ZZZ,ZZZ,ZZ9.99.               00002540
       01  WS-ACHR-COUNT-ED         PIC ZZ,ZZ9.                         00002550
                                                                        00002560
      ***************************************************************** 00002570
      * DRAFT REGISTER LINE LAYOUTS                                     00002580
      ***************************************************************** 00002590
       01  WS-ACHR-LINE-WORK        PIC X(80)    VALUE SPACES.          00002600
       01  WS-ACHR-SEP-LINE         PIC X(80)    VALUE ALL '-'.         00002610
       01  WS-ACHR-COL-HDR-LINE.                                        00002620
           05  FILLER PIC X(9)  VALUE 'ACCOUNT  '.                      00002630
           05  FILLER PIC X(14) VALUE 'NAME          '.                 00002640
           05  FILLER PIC X(13) VALUE 'DUE DATE     '.                  00002650
           05  FILLER PIC X(13) VALUE 'DRAFT AMOUNT '.                  00002660
           05  FILLER PIC X(20) VALUE 'RESULT'.                         00002670
                                                                        00002680
      ***************************************************************** 00002690
      * IT'S GO TIME!                                                   00002700
      ***************************************************************** 00002710
       PROCEDURE DIVISION.                                              00002720
                                                                        00002730
      ***************************************************************** 00002740
      * MAINLINE - LOAD THE CONTROLS AND THE RUN'S BILLS, DECIDE EACH   00002750
      * AUTOPAY BILL, WRITE THE ACH FILE AND THE DRAFT RECEIPTS,        00002760
      * PRINT THE CONTROL TOTALS, STOP.                                 00002770
      ***************************************************************** 00002780
       000-MAIN.                                                        00002790
           DISPLAY '*************************************'.             00002800
           DISPLAY '*** ACHDRAFT - AUTOPAY BANK DRAFT ***'.             00002810
           DISPLAY '*************************************'.             00002820
           DISPLAY ' '.                                                 00002830
                                                                        00002840
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00002850
           ACCEPT WS-RUN-TIME FROM TIME.                                00002860
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00002870
                  '/'              DELIMITED BY SIZE                    00002880
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00002890
                  '/'              DELIMITED BY SIZE                    00002900
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00002910
               INTO WS-RUN-DATE-ED.                                     00002920
                                                                        00002930
      *    THE BANK IDENTIFIERS HAVE NO SAFE DEFAULT - NO CONTROL       00002940
      *    RECORD, NO DRAFT FILE                                        00002950
           OPEN INPUT ACHCTL-FILE.                                      00002960
           IF WS-ACHCTL-STATUS NOT = '00'                               00002970
               DISPLAY 'UNABLE TO OPEN ACHCTL-FILE, STATUS: '           00002980
                   WS-ACHCTL-STATUS                                     00002990
               STOP RUN                                                 00003000
           END-IF.                                                      00003010
           READ ACHCTL-FILE                                             00003020
               AT END                                                   00003030
                   DISPLAY 'ACHCTL-FILE IS EMPTY - NO DRAFTS BUILT'     00003040
                   STOP RUN                                             00003050
           END-READ.                                                    00003060
           CLOSE ACHCTL-FILE.                                           00003070
           MOVE AC-BILLING-CYCLE TO WS-DRAFT-CYCLE.                     00003080
           MOVE AC-ODFI-ROUTING  TO WS-ODFI-ROUTING.                    00003090
           IF AC-BILL-RUN-DATE IS NUMERIC                               00003100
               MOVE AC-BILL-RUN-DATE TO WS-DRAFT-RUN-DATE               00003110
           END-IF.                                                      00003120
                                                                        00003130
           IF WS-DRAFT-RUN-DATE = 0                                     00003140
               PERFORM 150-FIND-LATEST-RUN                              00003150
           END-IF.                                                      00003160
           STRING WS-DRAFT-RUN-MM   DELIMITED BY SIZE                   00003170
                  '/'               DELIMITED BY SIZE                   00003180
                  WS-DRAFT-RUN-DD   DELIMITED BY SIZE                   00003190
                  '/'               DELIMITED BY SIZE                   00003200
                  WS-DRAFT-RUN-CCYY DELIMITED BY SIZE                   00003210
               INTO WS-DRAFT-RUN-ED.                                    00003220
           DISPLAY 'DRAFTING CYCLE: ' WS-DRAFT-CYCLE                    00003230
               '  BILL RUN: ' WS-DRAFT-RUN-ED.                          00003240
                                                                        00003250
           OPEN INPUT BILLHIST-FILE.                                    00003260
           IF WS-BILLHIST-STATUS NOT = '00'                             00003270
               DISPLAY 'UNABLE TO OPEN BILLHIST-FILE, STATUS: '         00003280
                   WS-BILLHIST-STATUS                                   00003290
               STOP RUN                                                 00003300
           END-IF.                                                      00003310
           MOVE 'N' TO WS-BILLHIST-EOF-SW.                              00003320
           PERFORM UNTIL BILLHIST-EOF                                   00003330
               READ BILLHIST-FILE                                       00003340
                   AT END                                               00003350
                       SET BILLHIST-EOF TO TRUE                         00003360
                   NOT AT END                                           00003370
                       PERFORM 160-LOAD-BILL                            00003380
               END-READ                                                 00003390
           END-PERFORM.                                                 00003400
           CLOSE BILLHIST-FILE.                                         00003410
                                                                        00003420
           OPEN I-O CUSTMAS-FILE.                                       00003430
           IF WS-CUSTMAS-STATUS NOT = '00'                              00003440
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00003450
                   WS-CUSTMAS-STATUS                                    00003460
               STOP RUN                                                 00003470
           END-IF.                                                      00003480
                                                                        00003490
           OPEN OUTPUT ACH-FILE.                                        00003500
           IF WS-ACH-STATUS NOT = '00'                                  00003510
               DISPLAY 'UNABLE TO OPEN ACH-FILE, STATUS: '              00003520
                   WS-ACH-STATUS                                        00003530
               STOP RUN                                                 00003540
           END-IF.                                                      00003550
                                                                        00003560
           OPEN EXTEND PAYTRAN-FILE.                                    00003570
           IF WS-PAYTRAN-STATUS = '35'                                  00003580
               OPEN OUTPUT PAYTRAN-FILE                                 00003590
           END-IF.                                                      00003600
           IF WS-PAYTRAN-STATUS NOT = '00'                              00003610
               DISPLAY 'UNABLE TO OPEN PAYTRAN-FILE, STATUS: '          00003620
                   WS-PAYTRAN-STATUS                                    00003630
               STOP RUN                                                 00003640
           END-IF.                                                      00003650
                                                                        00003660
           PERFORM 180-FIND-LAST-TRACE.                                 00003670
           OPEN EXTEND DLOG-FILE.                                       00003680
           IF WS-DLOG-STATUS = '35'                                     00003690
               OPEN OUTPUT DLOG-FILE                                    00003700
           END-IF.                                                      00003710
           IF WS-DLOG-STATUS NOT = '00'                                 00003720
               DISPLAY 'UNABLE TO OPEN DLOG-FILE, STATUS: '             00003730
                   WS-DLOG-STATUS                                       00003740
               STOP RUN                                                 00003750
           END-IF.                                                      00003760
                                                                        00003770
           OPEN OUTPUT ACHR-FILE.                                       00003780
           IF WS-ACHR-STATUS NOT = '00'                                 00003790
               DISPLAY 'UNABLE TO OPEN ACHR-FILE, STATUS: '             00003800
                   WS-ACHR-STATUS                                       00003810
               STOP RUN                                                 00003820
           END-IF.                                                      00003830
                                                                        00003840
           PERFORM 810-WRITE-REGISTER-HEADERS.                          00003850
                                                                        00003860
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1                      00003870
                   UNTIL WS-BILL-IDX > WS-BILL-ENTRIES-USED             00003880
               IF NOT BILL-CANCELLED (WS-BILL-IDX)                      00003890
                   PERFORM 200-DECIDE-BILL                              00003900
               END-IF                                                   00003910
           END-PERFORM.                                                 00003920
                                                                        00003930
           PERFORM 300-WRITE-ACH-FILE.                                  00003940
                                                                        00003950
           PERFORM 900-WRITE-REGISTER-SUMMARY.                          00003960
                                                                        00003970
           CLOSE CUSTMAS-FILE.                                          00003980
           CLOSE ACH-FILE.                                              00003990
           CLOSE PAYTRAN-FILE.                                          00004000
           CLOSE DLOG-FILE.                                             00004010
           CLOSE ACHR-FILE.                                             00004020
           STOP RUN.                                                    00004030
                                                                        00004040
      ***************************************************************** 00004050
      * No bill run named on the control record: draft the latest       00004060
      * run on the billing history for the cycle, which is the run      00004070
      * that has just finished.                                         00004080
      ***************************************************************** 00004090
       150-FIND-LATEST-RUN.                                             00004100
           OPEN INPUT BILLHIST-FILE.                                    00004110
           IF WS-BILLHIST-STATUS NOT = '00'                             00004120
               DISPLAY 'UNABLE TO OPEN BILLHIST-FILE, STATUS: '         00004130
                   WS-BILLHIST-STATUS                                   00004140
               STOP RUN                                                 00004150
           END-IF.                                                      00004160
           MOVE 'N' TO WS-BILLHIST-EOF-SW.                              00004170
           PERFORM UNTIL BILLHIST-EOF                                   00004180
               READ BILLHIST-FILE                                       00004190
                   AT END                                               00004200
                       SET BILLHIST-EOF TO TRUE                         00004210
                   NOT AT END                                           00004220
                       IF BH-ENTRY-BILL                                 00004230
                               AND BH-RUN-DATE > WS-DRAFT-RUN-DATE      00004240
                           PERFORM 155-CHECK-BILL-CYCLE                 00004250
                           IF WS-BILL-MATCH-IDX = 1                     00004260
                               MOVE BH-RUN-DATE TO WS-DRAFT-RUN-DATE    00004270
                           END-IF                                       00004280
                       END-IF                                           00004290
               END-READ                                                 00004300
           END-PERFORM.                                                 00004310
           CLOSE BILLHIST-FILE.                                         00004320
                                                                        00004330
      ***************************************************************** 00004340
      * Set WS-BILL-MATCH-IDX to 1 when the history record belongs to   00004350
      * the cycle being drafted (every cycle when the control record    00004360
      * names cycle 00), zero when it does not. Records written before  00004370
      * the cycle was kept on history are drafted only by an            00004380
      * every-cycle run.                                                00004390
      ***************************************************************** 00004400
       155-CHECK-BILL-CYCLE.                                            00004410
           MOVE 0 TO WS-BILL-MATCH-IDX.                                 00004420
           IF WS-DRAFT-CYCLE = 0                                        00004430
               MOVE 1 TO WS-BILL-MATCH-IDX                              00004440
           ELSE                                                         00004450
               IF BH-BILLING-CYCLE IS NUMERIC                           00004460
                       AND BH-BILLING-CYCLE = WS-DRAFT-CYCLE            00004470
                   MOVE 1 TO WS-BILL-MATCH-IDX                          00004480
               END-IF                                                   00004490
           END-IF.                                                      00004500
                                                                        00004510
      ***************************************************************** 00004520
      * File one history record of the run being drafted. A bill or a   00004530
      * rebill (re)opens the account's entry with its due date; a       00004540
      * cancel closes it, so a bill REBILL cancelled is drafted only    00004550
      * if its corrected bill is on file too. Bills with no due date    00004560
      * on history predate autopay and are passed over.                 00004570
      ***************************************************************** 00004580
       160-LOAD-BILL.                                                   00004590
           IF BH-RUN-DATE = WS-DRAFT-RUN-DATE                           00004600
               PERFORM 155-CHECK-BILL-CYCLE                             00004610
               IF WS-BILL-MATCH-IDX = 1                                 00004620
                   PERFORM 170-FIND-BILL-ENTRY                          00004630
                   IF BH-ENTRY-CANCEL                                   00004640
                       IF WS-BILL-MATCH-IDX > 0                         00004650
                           SET WS-BILL-IDX TO WS-BILL-MATCH-IDX         00004660
                           MOVE 'Y' TO WS-BILL-CANCEL-SW (WS-BILL-IDX)  00004670
                       END-IF                                           00004680
                   ELSE                                                 00004690
                       IF BH-DUE-DATE IS NUMERIC AND BH-DUE-DATE > 0    00004700
                           PERFORM 175-FILE-BILL-ENTRY                  00004710
                       END-IF                                           00004720
                   END-IF                                               00004730
               END-IF                                                   00004740
           END-IF.                                                      00004750
                                                                        00004760
      ***************************************************************** 00004770
      * Find this history record's account in the bill table, leaving   00004780
      * WS-BILL-MATCH-IDX on it (zero when it is not there yet).        00004790
      ***************************************************************** 00004800
       170-FIND-BILL-ENTRY.                                             00004810
           MOVE 0 TO WS-BILL-MATCH-IDX.                                 00004820
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1                      00004830
                   UNTIL WS-BILL-IDX > WS-BILL-ENTRIES-USED             00004840
               IF WS-BILL-ACCOUNT-NO (WS-BILL-IDX) = BH-ACCOUNT-NO      00004850
                   SET WS-BILL-MATCH-IDX TO WS-BILL-IDX                 00004860
                   SET WS-BILL-IDX TO WS-BILL-ENTRIES-USED              00004870
               END-IF                                                   00004880
           END-PERFORM.                                                 00004890
                                                                        00004900
      ***************************************************************** 00004910
      * Open (or re-open, for a rebill) the account's bill table entry  00004920
      * with the due date the bill carries.                             00004930
      ***************************************************************** 00004940
       175-FILE-BILL-ENTRY.                                             00004950
           IF WS-BILL-MATCH-IDX = 0                                     00004960
               IF WS-BILL-ENTRIES-USED < 500                            00004970
                   ADD 1 TO WS-BILL-ENTRIES-USED                        00004980
                   MOVE WS-BILL-ENTRIES-USED TO WS-BILL-MATCH-IDX       00004990
                   SET WS-BILL-IDX TO WS-BILL-ENTRIES-USED              00005000
                   MOVE BH-ACCOUNT-NO TO                                00005010
                       WS-BILL-ACCOUNT-NO (WS-BILL-IDX)                 00005020
               ELSE                                                     00005030
                   DISPLAY 'BILL TABLE FULL, BILL NOT DRAFTED: '        00005040
                       BH-ACCOUNT-NO                                    00005050
               END-IF                                                   00005060
           END-IF.                                                      00005070
           IF WS-BILL-MATCH-IDX > 0                                     00005080
               SET WS-BILL-IDX TO WS-BILL-MATCH-IDX                     00005090
               MOVE BH-DUE-DATE TO WS-BILL-DUE-DATE (WS-BILL-IDX)       00005100
               MOVE 'N' TO WS-BILL-CANCEL-SW (WS-BILL-IDX)              00005110
           END-IF.                                                      00005120
                                                                        00005130
      ***************************************************************** 00005140
      * Pick up the last trace sequence number on the draft log, so     00005150
      * this run's entries number on from it and a late return can      00005160
      * never be matched to the wrong draft. No log yet means the       00005170
      * first run - the sequence starts at one.                         00005180
      ***************************************************************** 00005190
       180-FIND-LAST-TRACE.                                             00005200
           MOVE 0 TO WS-LAST-TRACE-SEQ.                                 00005210
           OPEN INPUT DLOG-FILE.                                        00005220
           IF WS-DLOG-STATUS = '00'                                     00005230
               MOVE 'N' TO WS-DLOG-EOF-SW                               00005240
               PERFORM UNTIL DLOG-EOF                                   00005250
                   READ DLOG-FILE                                       00005260
                       AT END                                           00005270
                           SET DLOG-EOF TO TRUE                         00005280
                       NOT AT END                                       00005290
                           IF DL-TRACE-SEQ IS NUMERIC                   00005300
                                   AND DL-TRACE-SEQ > WS-LAST-TRACE-SEQ 00005310
                               MOVE DL-TRACE-SEQ TO WS-LAST-TRACE-SEQ   00005320
                           END-IF                                       00005330
                   END-READ                                             00005340
               END-PERFORM                                              00005350
               CLOSE DLOG-FILE                                          00005360
           END-IF.                                                      00005370
                                                                        00005380
      ***************************************************************** 00005390
      * Decide one bill. Only accounts on autopay are of interest: an   00005400
      * active account is drafted for its open balance unless this      00005410
      * bill was already drafted, a later bill has replaced it, or      00005420
      * nothing is owed; a newly enrolled account gets its pre-note     00005430
      * and moves to pre-note sent; an account whose pre-note has not   00005440
      * cleared yet is listed and pays by hand this month. The master   00005450
      * is stamped now so a rerun cannot draft or pre-note it twice.    00005460
      ***************************************************************** 00005470
       200-DECIDE-BILL.                                                 00005480
           ADD 1 TO WS-BILLS-READ-COUNT.                                00005490
           MOVE 'N' TO WS-MASTER-FOUND-SW.                              00005500
           MOVE WS-BILL-ACCOUNT-NO (WS-BILL-IDX) TO CM-ACCOUNT-NO.      00005510
           READ CUSTMAS-FILE                                            00005520
               INVALID KEY                                              00005530
                   CONTINUE                                             00005540
               NOT INVALID KEY                                          00005550
                   SET MASTER-FOUND TO TRUE                             00005560
           END-READ.                                                    00005570
           IF NOT MASTER-FOUND                                          00005580
               ADD 1 TO WS-NOT-ON-MASTER-COUNT                          00005590
           ELSE                                                         00005600
               MOVE SPACES TO WS-DRAFT-RESULT                           00005610
               EVALUATE TRUE                                            00005620
                   WHEN CM-AUTOPAY-ACTIVE                               00005630
                       ADD 1 TO WS-AUTOPAY-COUNT                        00005640
                       PERFORM 210-DECIDE-DRAFT                         00005650
                   WHEN CM-AUTOPAY-ENROLLED                             00005660
                       ADD 1 TO WS-AUTOPAY-COUNT                        00005670
                       PERFORM 220-DECIDE-PRENOTE                       00005680
                   WHEN CM-AUTOPAY-PRENOTE-SENT                         00005690
                       ADD 1 TO WS-AUTOPAY-COUNT                        00005700
                       ADD 1 TO WS-NOT-CLEARED-COUNT                    00005710
                       MOVE 0 TO WS-BILL-AMOUNT (WS-BILL-IDX)           00005720
                       MOVE 'PRE-NOTE NOT CLEARED' TO WS-DRAFT-RESULT   00005730
                   WHEN OTHER                                           00005740
                       CONTINUE                                         00005750
               END-EVALUATE                                             00005760
               IF WS-DRAFT-RESULT NOT = SPACES                          00005770
                   PERFORM 560-WRITE-DETAIL-LINE                        00005780
               END-IF                                                   00005790
           END-IF.                                                      00005800
                                                                        00005810
      ***************************************************************** 00005820
      * Decide the draft for an active autopay account. The bill must   00005830
      * still be the one due on the master (a rebill moves the due      00005840
      * date), must not have been drafted already, and must leave a     00005850
      * balance owing after the receipts PAYPOST has posted since.      00005860
      ***************************************************************** 00005870
       210-DECIDE-DRAFT.                                                00005880
           COMPUTE WS-OPEN-BALANCE =                                    00005890
               CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED.              00005900
           MOVE 0 TO WS-BILL-AMOUNT (WS-BILL-IDX).                      00005910
           IF CM-AUTOPAY-DRAFT-DUE IS NUMERIC                           00005920
                   AND CM-AUTOPAY-DRAFT-DUE =                           00005930
                       WS-BILL-DUE-DATE (WS-BILL-IDX)                   00005940
               ADD 1 TO WS-ALREADY-COUNT                                00005950
               MOVE 'ALREADY DRAFTED' TO WS-DRAFT-RESULT                00005960
           ELSE                                                         00005970
               IF CM-DUE-DATE NOT NUMERIC                               00005980
                       OR CM-DUE-DATE NOT =                             00005990
                           WS-BILL-DUE-DATE (WS-BILL-IDX)               00006000
                   ADD 1 TO WS-SUPERSEDED-COUNT                         00006010
                   MOVE 'BILL SUPERSEDED' TO WS-DRAFT-RESULT            00006020
               ELSE                                                     00006030
                   IF WS-OPEN-BALANCE NOT > 0                           00006040
                       ADD 1 TO WS-NO-BALANCE-COUNT                     00006050
                       MOVE 'NO BALANCE DUE' TO WS-DRAFT-RESULT         00006060
                   ELSE                                                 00006070
                       MOVE 'D' TO WS-BILL-ACTION (WS-BILL-IDX)         00006080
                       MOVE WS-OPEN-BALANCE TO                          00006090
                           WS-BILL-AMOUNT (WS-BILL-IDX)                 00006100
                       PERFORM 230-HOLD-BANK-ACCOUNT                    00006110
                       MOVE WS-BILL-DUE-DATE (WS-BILL-IDX) TO           00006120
                           CM-AUTOPAY-DRAFT-DUE                         00006130
                       REWRITE CM-CUSTOMER-RECORD                       00006140
                       ADD 1 TO WS-DRAFT-COUNT                          00006150
                       ADD WS-OPEN-BALANCE TO WS-DRAFT-TOTAL            00006160
                       MOVE 'DRAFTED' TO WS-DRAFT-RESULT                00006170
                   END-IF                                               00006180
               END-IF                                                   00006190
           END-IF.                                                      00006200
                                                                        00006210
      ***************************************************************** 00006220
      * A newly enrolled account gets a zero-dollar pre-note so the     00006230
      * bank can confirm the routing and account number before real     00006240
      * money moves. Drafting waits until CUSTMNT activates it.         00006250
      ***************************************************************** 00006260
       220-DECIDE-PRENOTE.                                              00006270
           MOVE 'N' TO WS-BILL-ACTION (WS-BILL-IDX).                    00006280
           MOVE 0 TO WS-BILL-AMOUNT (WS-BILL-IDX).                      00006290
           PERFORM 230-HOLD-BANK-ACCOUNT.                               00006300
           MOVE 'P' TO CM-AUTOPAY-STATUS.                               00006310
           REWRITE CM-CUSTOMER-RECORD.                                  00006320
           ADD 1 TO WS-PRENOTE-COUNT.                                   00006330
           MOVE 'PRE-NOTE SENT' TO WS-DRAFT-RESULT.                     00006340
                                                                        00006350
      ***************************************************************** 00006360
      * Hold the customer's bank account and name in the bill table     00006370
      * entry until the ACH file is written.                            00006380
      ***************************************************************** 00006390
       230-HOLD-BANK-ACCOUNT.                                           00006400
           MOVE CM-AUTOPAY-ROUTING   TO WS-BILL-ROUTING (WS-BILL-IDX).  00006410
           MOVE CM-AUTOPAY-BANK-ACCT TO                                 00006420
               WS-BILL-BANK-ACCT (WS-BILL-IDX).                         00006430
           MOVE CM-CUST-NAME         TO WS-BILL-CUST-NAME (WS-BILL-IDX).00006440
                                                                        00006450
      ***************************************************************** 00006460
      * Write the ACH origination file: the file header, then one       00006470
      * batch per effective date in date order - each bill's due        00006480
      * date - and the file control, padded out to a full block.        00006490
      ***************************************************************** 00006500
       300-WRITE-ACH-FILE.                                              00006510
           PERFORM 310-WRITE-FILE-HEADER.                               00006520
           PERFORM 320-FIND-NEXT-BATCH-DATE.                            00006530
           PERFORM UNTIL WS-BATCH-DUE-DATE = 0                          00006540
               PERFORM 330-WRITE-BATCH                                  00006550
               PERFORM 320-FIND-NEXT-BATCH-DATE                         00006560
           END-PERFORM.                                                 00006570
           PERFORM 360-WRITE-FILE-CONTROL.                              00006580
                                                                        00006590
      ***************************************************************** 00006600
      * Write the file header: our bank as the immediate destination,   00006610
      * our company ID as the immediate origin, created now.            00006620
      ***************************************************************** 00006630
       310-WRITE-FILE-HEADER.                                           00006640
           MOVE WS-RUN-DATE TO WS-WORK-DATE.                            00006650
           PERFORM 380-CONVERT-ACH-DATE.                                00006660
           MOVE SPACES           TO ACH-FILE-HEADER.                    00006670
           MOVE '1'              TO ACH-FH-RECORD-TYPE.                 00006680
           MOVE '01'             TO ACH-FH-PRIORITY.                    00006690
           STRING ' '             DELIMITED BY SIZE                     00006700
                  WS-ODFI-ROUTING DELIMITED BY SIZE                     00006710
               INTO ACH-FH-IMMED-DEST.                                  00006720
           MOVE AC-COMPANY-ID    TO ACH-FH-IMMED-ORIGIN.                00006730
           MOVE WS-ACH-DATE      TO ACH-FH-CREATE-DATE.                 00006740
           MOVE WS-RUN-TIME-HHMM TO ACH-FH-CREATE-TIME.                 00006750
           MOVE 'A'              TO ACH-FH-FILE-ID-MOD.                 00006760
           MOVE '094'            TO ACH-FH-RECORD-SIZE.                 00006770
           MOVE '10'             TO ACH-FH-BLOCKING.                    00006780
           MOVE '1'              TO ACH-FH-FORMAT-CODE.                 00006790
           MOVE AC-ODFI-NAME     TO ACH-FH-DEST-NAME.                   00006800
           MOVE AC-ORIGIN-NAME   TO ACH-FH-ORIGIN-NAME.                 00006810
           WRITE ACH-FILE-HEADER.                                       00006820
           ADD 1 TO WS-FILE-RECORD-COUNT.                               00006830
                                                                        00006840
      ***************************************************************** 00006850
      * Find the earliest due date among the drafts and pre-notes not   00006860
      * yet written, leaving it in WS-BATCH-DUE-DATE (zero when every   00006870
      * entry is in the file).                                          00006880
      ***************************************************************** 00006890
       320-FIND-NEXT-BATCH-DATE.                                        00006900
           MOVE 0 TO WS-BATCH-DUE-DATE.                                 00006910
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1                      00006920
                   UNTIL WS-BILL-IDX > WS-BILL-ENTRIES-USED             00006930
               IF BILL-IN-FILE (WS-BILL-IDX)                            00006940
                       AND NOT BILL-WRITTEN (WS-BILL-IDX)               00006950
                   IF WS-BATCH-DUE-DATE = 0                             00006960
                           OR WS-BILL-DUE-DATE (WS-BILL-IDX)            00006970
                               < WS-BATCH-DUE-DATE                      00006980
                       MOVE WS-BILL-DUE-DATE (WS-BILL-IDX)              00006990
                           TO WS-BATCH-DUE-DATE                         00007000
                   END-IF                                               00007010
               END-IF                                                   00007020
           END-PERFORM.                                                 00007030
                                                                        00007040
      ***************************************************************** 00007050
      * Write one batch: the header carrying the effective date, an     00007060
      * entry for every draft and pre-note due that date, and the       00007070
      * batch control with its count, hash and debit total.             00007080
      ***************************************************************** 00007090
       330-WRITE-BATCH.                                                 00007100
           ADD 1 TO WS-BATCH-NO.                                        00007110
           MOVE 0 TO WS-BATCH-ENTRY-COUNT.                              00007120
           MOVE 0 TO WS-BATCH-HASH.                                     00007130
           MOVE 0 TO WS-BATCH-DEBIT-TOTAL.                              00007140
           MOVE WS-BATCH-DUE-DATE TO WS-WORK-DATE.                      00007150
           PERFORM 380-CONVERT-ACH-DATE.                                00007160
                                                                        00007170
           MOVE SPACES           TO ACH-BATCH-HEADER.                   00007180
           MOVE '5'              TO ACH-BH-RECORD-TYPE.                 00007190
           MOVE 225              TO ACH-BH-SERVICE-CLASS.               00007200
           MOVE AC-COMPANY-NAME  TO ACH-BH-COMPANY-NAME.                00007210
           MOVE AC-COMPANY-ID    TO ACH-BH-COMPANY-ID.                  00007220
           MOVE 'PPD'            TO ACH-BH-SEC-CODE.                    00007230
           MOVE 'AUTOPAY'        TO ACH-BH-ENTRY-DESC.                  00007240
           MOVE WS-ACH-DATE      TO ACH-BH-EFFECTIVE-DT.                00007250
           MOVE '1'              TO ACH-BH-ORIG-STATUS.                 00007260
           MOVE WS-ODFI-ID       TO ACH-BH-ODFI-ID.                     00007270
           MOVE WS-BATCH-NO      TO ACH-BH-BATCH-NO.                    00007280
           WRITE ACH-BATCH-HEADER.                                      00007290
           ADD 1 TO WS-FILE-RECORD-COUNT.                               00007300
                                                                        00007310
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1                      00007320
                   UNTIL WS-BILL-IDX > WS-BILL-ENTRIES-USED             00007330
               IF BILL-IN-FILE (WS-BILL-IDX)                            00007340
                       AND NOT BILL-WRITTEN (WS-BILL-IDX)               00007350
                       AND WS-BILL-DUE-DATE (WS-BILL-IDX)               00007360
                           = WS-BATCH-DUE-DATE                          00007370
                   PERFORM 340-WRITE-ENTRY                              00007380
               END-IF                                                   00007390
           END-PERFORM.                                                 00007400
                                                                        00007410
           MOVE SPACES               TO ACH-BATCH-CONTROL.              00007420
           MOVE '8'                  TO ACH-BC-RECORD-TYPE.             00007430
           MOVE 225                  TO ACH-BC-SERVICE-CLASS.           00007440
           MOVE WS-BATCH-ENTRY-COUNT TO ACH-BC-ENTRY-COUNT.             00007450
           MOVE WS-BATCH-HASH        TO ACH-BC-ENTRY-HASH.              00007460
           MOVE WS-BATCH-DEBIT-TOTAL TO ACH-BC-TOTAL-DEBIT.             00007470
           MOVE 0                    TO ACH-BC-TOTAL-CREDIT.            00007480
           MOVE AC-COMPANY-ID        TO ACH-BC-COMPANY-ID.              00007490
           MOVE WS-ODFI-ID           TO ACH-BC-ODFI-ID.                 00007500
           MOVE WS-BATCH-NO          TO ACH-BC-BATCH-NO.                00007510
           WRITE ACH-BATCH-CONTROL.                                     00007520
           ADD 1 TO WS-FILE-RECORD-COUNT.                               00007530
                                                                        00007540
      ***************************************************************** 00007550
      * Write one entry detail for the bill at WS-BILL-IDX - a          00007560
      * checking debit for a draft, a zero-dollar checking pre-note     00007570
      * otherwise - and add it to the batch and file controls. A        00007580
      * draft is also written to the payments file as an autopay        00007590
      * receipt dated its effective date, so PAYPOST posts it and a     00007600
      * returned draft has a receipt to reverse. Every entry goes on    00007610
      * the draft log under its trace number.                           00007620
      ***************************************************************** 00007630
       340-WRITE-ENTRY.                                                 00007640
           MOVE WS-BILL-ROUTING (WS-BILL-IDX) TO WS-RDFI-ROUTING.       00007650
           ADD 1 TO WS-FILE-ENTRY-COUNT.                                00007660
           MOVE WS-ODFI-ID          TO WS-TRACE-ODFI.                   00007670
           ADD 1 TO WS-LAST-TRACE-SEQ.                                  00007680
           MOVE WS-LAST-TRACE-SEQ   TO WS-TRACE-SEQ.                    00007690
                                                                        00007700
           MOVE SPACES              TO ACH-ENTRY-DETAIL.                00007710
           MOVE '6'                 TO ACH-ED-RECORD-TYPE.              00007720
           IF BILL-TO-DRAFT (WS-BILL-IDX)                               00007730
               MOVE '27'            TO ACH-ED-TRAN-CODE                 00007740
           ELSE                                                         00007750
               MOVE '28'            TO ACH-ED-TRAN-CODE                 00007760
           END-IF.                                                      00007770
           MOVE WS-RDFI-ROUTING (1:8) TO ACH-ED-RDFI-ID.                00007780
           MOVE WS-RDFI-CHECK-DIGIT TO ACH-ED-CHECK-DIGIT.              00007790
           MOVE WS-BILL-BANK-ACCT (WS-BILL-IDX) TO ACH-ED-DFI-ACCOUNT.  00007800
           MOVE WS-BILL-AMOUNT (WS-BILL-IDX)    TO ACH-ED-AMOUNT.       00007810
           MOVE WS-BILL-ACCOUNT-NO (WS-BILL-IDX) TO ACH-ED-ACCOUNT-NO.  00007820
           MOVE WS-BILL-CUST-NAME (WS-BILL-IDX) TO ACH-ED-INDIV-NAME.   00007830
           MOVE '0'                 TO ACH-ED-ADDENDA-IND.              00007840
           MOVE WS-TRACE-NO         TO ACH-ED-TRACE-NO.                 00007850
           WRITE ACH-ENTRY-DETAIL.                                      00007860
           ADD 1 TO WS-FILE-RECORD-COUNT.                               00007870
                                                                        00007880
           MOVE WS-TRACE-NO         TO DL-TRACE-NO.                     00007890
           MOVE WS-BILL-ACCOUNT-NO (WS-BILL-IDX) TO DL-ACCOUNT-NO.      00007900
           MOVE WS-BILL-DUE-DATE (WS-BILL-IDX) TO DL-EFFECTIVE-DATE.    00007910
           MOVE WS-BILL-AMOUNT (WS-BILL-IDX)   TO DL-AMOUNT.            00007920
           MOVE WS-BILL-ACTION (WS-BILL-IDX)   TO DL-ENTRY-TYPE.        00007930
           MOVE WS-RUN-DATE         TO DL-FILE-DATE.                    00007940
           WRITE DL-DRAFT-LOG-RECORD.                                   00007950
                                                                        00007960
           ADD 1 TO WS-BATCH-ENTRY-COUNT.                               00007970
           ADD WS-RDFI-ID TO WS-BATCH-HASH.                             00007980
           ADD WS-RDFI-ID TO WS-FILE-HASH.                              00007990
           ADD WS-BILL-AMOUNT (WS-BILL-IDX) TO WS-BATCH-DEBIT-TOTAL.    00008000
           ADD WS-BILL-AMOUNT (WS-BILL-IDX) TO WS-FILE-DEBIT-TOTAL.     00008010
           MOVE 'Y' TO WS-BILL-WRITTEN-SW (WS-BILL-IDX).                00008020
                                                                        00008030
           IF BILL-TO-DRAFT (WS-BILL-IDX)                               00008040
               MOVE WS-BILL-ACCOUNT-NO (WS-BILL-IDX) TO PAY-ACCOUNT-NO  00008050
               MOVE WS-BILL-DUE-DATE (WS-BILL-IDX) TO PAY-PAYMENT-DATE  00008060
               MOVE WS-BILL-AMOUNT (WS-BILL-IDX)   TO PAY-AMOUNT        00008070
               MOVE 'A'                            TO PAY-TENDER-TYPE   00008080
               MOVE 'P'                            TO PAY-RECORD-TYPE   00008090
               WRITE PAY-PAYMENT-RECORD                                 00008100
               ADD 1 TO WS-PAYMENT-COUNT                                00008110
               ADD WS-BILL-AMOUNT (WS-BILL-IDX) TO WS-PAYMENT-TOTAL     00008120
           END-IF.                                                      00008130
                                                                        00008140
      ***************************************************************** 00008150
      * Write the file control with the batch, block and entry counts,  00008160
      * the file hash and the debit total, then pad the file with       00008170
      * all-nines records out to a full block of ten.                   00008180
      ***************************************************************** 00008190
       360-WRITE-FILE-CONTROL.                                          00008200
           ADD 1 TO WS-FILE-RECORD-COUNT.                               00008210
           DIVIDE WS-FILE-RECORD-COUNT BY 10                            00008220
               GIVING WS-FILE-BLOCK-COUNT                               00008230
               REMAINDER WS-BLOCK-REMAINDER.                            00008240
           IF WS-BLOCK-REMAINDER > 0                                    00008250
               ADD 1 TO WS-FILE-BLOCK-COUNT                             00008260
           END-IF.                                                      00008270
                                                                        00008280
           MOVE SPACES              TO ACH-FILE-CONTROL.                00008290
           MOVE '9'                 TO ACH-FC-RECORD-TYPE.              00008300
           MOVE WS-BATCH-NO         TO ACH-FC-BATCH-COUNT.              00008310
           MOVE WS-FILE-BLOCK-COUNT TO ACH-FC-BLOCK-COUNT.              00008320
           MOVE WS-FILE-ENTRY-COUNT TO ACH-FC-ENTRY-COUNT.              00008330
           MOVE WS-FILE-HASH        TO ACH-FC-ENTRY-HASH.               00008340
           MOVE WS-FILE-DEBIT-TOTAL TO ACH-FC-TOTAL-DEBIT.              00008350
           MOVE 0                   TO ACH-FC-TOTAL-CREDIT.             00008360
           WRITE ACH-FILE-CONTROL.                                      00008370
                                                                        00008380
           IF WS-BLOCK-REMAINDER > 0                                    00008390
               PERFORM UNTIL WS-BLOCK-REMAINDER = 10                    00008400
                   MOVE ALL '9' TO ACH-RECORD                           00008410
                   WRITE ACH-RECORD                                     00008420
                   ADD 1 TO WS-BLOCK-REMAINDER                          00008430
               END-PERFORM                                              00008440
           END-IF.                                                      00008450
                                                                        00008460
      ***************************************************************** 00008470
      * Convert WS-WORK-DATE (CCYYMMDD) to the ACH file's YYMMDD form   00008480
      * in WS-ACH-DATE.                                                 00008490
      ***************************************************************** 00008500
       380-CONVERT-ACH-DATE.                                            00008510
           MOVE WS-WORK-DATE-CCYY TO WS-ACH-DATE-YY.                    00008520
           MOVE WS-WORK-DATE-MM   TO WS-ACH-DATE-MM.                    00008530
           MOVE WS-WORK-DATE-DD   TO WS-ACH-DATE-DD.                    00008540
                                                                        00008550
      ***************************************************************** 00008560
      * Write one register detail line for the autopay bill at          00008570
      * WS-BILL-IDX with the decision taken on it.                      00008580
      ***************************************************************** 00008590
       560-WRITE-DETAIL-LINE.                                           00008600
           MOVE WS-BILL-ACCOUNT-NO (WS-BILL-IDX) TO WS-ACHR-ACCT-ED.    00008610
           MOVE WS-BILL-AMOUNT (WS-BILL-IDX)     TO WS-ACHR-AMT-ED.     00008620
           MOVE WS-BILL-DUE-DATE (WS-BILL-IDX)   TO WS-WORK-DATE.       00008630
           MOVE SPACES TO WS-DUE-DATE-ED.                               00008640
           STRING WS-WORK-DATE-MM   DELIMITED BY SIZE                   00008650
                  '/'               DELIMITED BY SIZE                   00008660
                  WS-WORK-DATE-DD   DELIMITED BY SIZE                   00008670
                  '/'               DELIMITED BY SIZE                   00008680
                  WS-WORK-DATE-CCYY DELIMITED BY SIZE                   00008690
               INTO WS-DUE-DATE-ED.                                     00008700
                                                                        00008710
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00008720
           STRING WS-ACHR-ACCT-ED  DELIMITED BY SIZE                    00008730
                  '   '            DELIMITED BY SIZE                    00008740
                  CM-CUST-NAME     DELIMITED BY SIZE                    00008750
                  '  '             DELIMITED BY SIZE                    00008760
                  WS-DUE-DATE-ED   DELIMITED BY SIZE                    00008770
                  '   '            DELIMITED BY SIZE                    00008780
                  WS-ACHR-AMT-ED   DELIMITED BY SIZE                    00008790
                  '   '            DELIMITED BY SIZE                    00008800
                  WS-DRAFT-RESULT  DELIMITED BY SIZE                    00008810
               INTO WS-ACHR-LINE-WORK.                                  00008820
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00008830
               AFTER ADVANCING 1 LINE.                                  00008840
                                                                        00008850
      ***************************************************************** 00008860
      * Write the register's one-time title, the cycle and bill run     00008870
      * drafted, and the column header (no pagination - autopay         00008880
      * accounts in one cycle fit a page).                              00008890
      ***************************************************************** 00008900
       810-WRITE-REGISTER-HEADERS.                                      00008910
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00008920
           STRING 'ACHDRAFT AUTOPAY DRAFT REGISTER' DELIMITED BY SIZE   00008930
                  '     RUN DATE: '                 DELIMITED BY SIZE   00008940
                  WS-RUN-DATE-ED                    DELIMITED BY SIZE   00008950
               INTO WS-ACHR-LINE-WORK.                                  00008960
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00008970
               AFTER ADVANCING PAGE.                                    00008980
                                                                        00008990
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009000
           STRING 'CYCLE: '        DELIMITED BY SIZE                    00009010
                  WS-DRAFT-CYCLE   DELIMITED BY SIZE                    00009020
                  '   BILL RUN: '  DELIMITED BY SIZE                    00009030
                  WS-DRAFT-RUN-ED  DELIMITED BY SIZE                    00009040
                  '   COMPANY: '   DELIMITED BY SIZE                    00009050
                  AC-COMPANY-NAME  DELIMITED BY SIZE                    00009060
               INTO WS-ACHR-LINE-WORK.                                  00009070
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009080
               AFTER ADVANCING 1 LINE.                                  00009090
                                                                        00009100
           WRITE ACHR-LINE FROM WS-ACHR-SEP-LINE                        00009110
               AFTER ADVANCING 1 LINE.                                  00009120
           WRITE ACHR-LINE FROM WS-ACHR-COL-HDR-LINE                    00009130
               AFTER ADVANCING 1 LINE.                                  00009140
           WRITE ACHR-LINE FROM WS-ACHR-SEP-LINE                        00009150
               AFTER ADVANCING 1 LINE.                                  00009160
                                                                        00009170
      ***************************************************************** 00009180
      * Write the register's control totals. Every autopay bill is      00009190
      * drafted, pre-noted or passed over for a listed reason, so the   00009200
      * counts must foot; the ACH file's debit total and the receipts   00009210
      * written for PAYPOST must both equal the drafts.                 00009220
      ***************************************************************** 00009230
       900-WRITE-REGISTER-SUMMARY.                                      00009240
           WRITE ACHR-LINE FROM WS-ACHR-SEP-LINE                        00009250
               AFTER ADVANCING 1 LINE.                                  00009260
                                                                        00009270
           MOVE WS-BILLS-READ-COUNT TO WS-ACHR-COUNT-ED.                00009280
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009290
           STRING 'BILLS IN RUN        : ' DELIMITED BY SIZE            00009300
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009310
               INTO WS-ACHR-LINE-WORK.                                  00009320
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009330
               AFTER ADVANCING 1 LINE.                                  00009340
                                                                        00009350
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-ACHR-COUNT-ED.             00009360
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009370
           STRING 'BILLS NOT ON MASTER : ' DELIMITED BY SIZE            00009380
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009390
               INTO WS-ACHR-LINE-WORK.                                  00009400
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009410
               AFTER ADVANCING 1 LINE.                                  00009420
                                                                        00009430
           MOVE WS-AUTOPAY-COUNT TO WS-ACHR-COUNT-ED.                   00009440
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009450
           STRING 'AUTOPAY BILLS       : ' DELIMITED BY SIZE            00009460
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009470
               INTO WS-ACHR-LINE-WORK.                                  00009480
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009490
               AFTER ADVANCING 1 LINE.                                  00009500
                                                                        00009510
           MOVE WS-DRAFT-COUNT TO WS-ACHR-COUNT-ED.                     00009520
           MOVE WS-DRAFT-TOTAL TO WS-ACHR-TOT-ED.                       00009530
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009540
           STRING 'DRAFTED             : ' DELIMITED BY SIZE            00009550
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009560
                  '   AMOUNT: $'           DELIMITED BY SIZE            00009570
                  WS-ACHR-TOT-ED           DELIMITED BY SIZE            00009580
               INTO WS-ACHR-LINE-WORK.                                  00009590
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009600
               AFTER ADVANCING 1 LINE.                                  00009610
                                                                        00009620
           MOVE WS-PRENOTE-COUNT TO WS-ACHR-COUNT-ED.                   00009630
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009640
           STRING 'PRE-NOTES SENT      : ' DELIMITED BY SIZE            00009650
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009660
               INTO WS-ACHR-LINE-WORK.                                  00009670
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009680
               AFTER ADVANCING 1 LINE.                                  00009690
                                                                        00009700
           MOVE WS-NOT-CLEARED-COUNT TO WS-ACHR-COUNT-ED.               00009710
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009720
           STRING 'PRE-NOTE NOT CLEARED: ' DELIMITED BY SIZE            00009730
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009740
               INTO WS-ACHR-LINE-WORK.                                  00009750
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009760
               AFTER ADVANCING 1 LINE.                                  00009770
                                                                        00009780
           MOVE WS-ALREADY-COUNT TO WS-ACHR-COUNT-ED.                   00009790
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009800
           STRING 'ALREADY DRAFTED     : ' DELIMITED BY SIZE            00009810
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009820
               INTO WS-ACHR-LINE-WORK.                                  00009830
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009840
               AFTER ADVANCING 1 LINE.                                  00009850
                                                                        00009860
           MOVE WS-SUPERSEDED-COUNT TO WS-ACHR-COUNT-ED.                00009870
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009880
           STRING 'BILL SUPERSEDED     : ' DELIMITED BY SIZE            00009890
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009900
               INTO WS-ACHR-LINE-WORK.                                  00009910
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00009920
               AFTER ADVANCING 1 LINE.                                  00009930
                                                                        00009940
           MOVE WS-NO-BALANCE-COUNT TO WS-ACHR-COUNT-ED.                00009950
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00009960
           STRING 'NO BALANCE DUE      : ' DELIMITED BY SIZE            00009970
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00009980
               INTO WS-ACHR-LINE-WORK.                                  00009990
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00010000
               AFTER ADVANCING 1 LINE.                                  00010010
                                                                        00010020
           WRITE ACHR-LINE FROM WS-ACHR-SEP-LINE                        00010030
               AFTER ADVANCING 1 LINE.                                  00010040
                                                                        00010050
           MOVE WS-BATCH-NO TO WS-ACHR-COUNT-ED.                        00010060
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00010070
           STRING 'ACH BATCHES         : ' DELIMITED BY SIZE            00010080
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00010090
               INTO WS-ACHR-LINE-WORK.                                  00010100
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00010110
               AFTER ADVANCING 1 LINE.                                  00010120
                                                                        00010130
           MOVE WS-FILE-ENTRY-COUNT TO WS-ACHR-COUNT-ED.                00010140
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00010150
           STRING 'ACH ENTRIES         : ' DELIMITED BY SIZE            00010160
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00010170
               INTO WS-ACHR-LINE-WORK.                                  00010180
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00010190
               AFTER ADVANCING 1 LINE.                                  00010200
                                                                        00010210
           MOVE WS-FILE-HASH TO WS-ACH-HASH-ED.                         00010220
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00010230
           STRING 'ACH ENTRY HASH      : ' DELIMITED BY SIZE            00010240
                  WS-ACH-HASH-ED           DELIMITED BY SIZE            00010250
               INTO WS-ACHR-LINE-WORK.                                  00010260
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00010270
               AFTER ADVANCING 1 LINE.                                  00010280
                                                                        00010290
           MOVE WS-FILE-DEBIT-TOTAL TO WS-ACHR-TOT-ED.                  00010300
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00010310
           STRING 'ACH FILE DEBITS     :          AMOUNT: $'            00010320
                      DELIMITED BY SIZE                                 00010330
                  WS-ACHR-TOT-ED           DELIMITED BY SIZE            00010340
               INTO WS-ACHR-LINE-WORK.                                  00010350
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00010360
               AFTER ADVANCING 1 LINE.                                  00010370
                                                                        00010380
           MOVE WS-PAYMENT-COUNT TO WS-ACHR-COUNT-ED.                   00010390
           MOVE WS-PAYMENT-TOTAL TO WS-ACHR-TOT-ED.                     00010400
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00010410
           STRING 'RECEIPTS TO PAYPOST : ' DELIMITED BY SIZE            00010420
                  WS-ACHR-COUNT-ED         DELIMITED BY SIZE            00010430
                  '   AMOUNT: $'           DELIMITED BY SIZE            00010440
                  WS-ACHR-TOT-ED           DELIMITED BY SIZE            00010450
               INTO WS-ACHR-LINE-WORK.                                  00010460
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00010470
               AFTER ADVANCING 1 LINE.                                  00010480
                                                                        00010490
           IF WS-AUTOPAY-COUNT = WS-DRAFT-COUNT + WS-PRENOTE-COUNT      00010500
                   + WS-NOT-CLEARED-COUNT + WS-ALREADY-COUNT            00010510
                   + WS-SUPERSEDED-COUNT + WS-NO-BALANCE-COUNT          00010520
                   AND WS-FILE-ENTRY-COUNT =                            00010530
                       WS-DRAFT-COUNT + WS-PRENOTE-COUNT                00010540
                   AND WS-FILE-DEBIT-TOTAL = WS-DRAFT-TOTAL             00010550
                   AND WS-PAYMENT-TOTAL = WS-DRAFT-TOTAL                00010560
               MOVE 'IN BALANCE' TO WS-CONTROL-STATUS                   00010570
           ELSE                                                         00010580
               MOVE 'OUT OF BALANCE' TO WS-CONTROL-STATUS               00010590
           END-IF.                                                      00010600
           MOVE SPACES TO WS-ACHR-LINE-WORK.                            00010610
           STRING 'CONTROL STATUS      : ' DELIMITED BY SIZE            00010620
                  WS-CONTROL-STATUS        DELIMITED BY SIZE            00010630
               INTO WS-ACHR-LINE-WORK.                                  00010640
           WRITE ACHR-LINE FROM WS-ACHR-LINE-WORK                       00010650
               AFTER ADVANCING 1 LINE.                                  00010660
           WRITE ACHR-LINE FROM WS-ACHR-SEP-LINE                        00010670
               AFTER ADVANCING 1 LINE.                                  00010680
