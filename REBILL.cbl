       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. REBILL.                                              00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:CANCEL/REBILL. CORRECTS A BILL ALREADY CUT - A     00000070
      *              BAD READ OR THE WRONG RATE SCHEDULE - FROM A       00000080
      *              BILLCORR TRANSACTION GIVING THE ACCOUNT, THE RUN   00000090
      *              DATE OF THE BILL AND THE CORRECTED KWH AND/OR      00000100
      *              SCHEDULE. WRITES A CANCEL RECORD REVERSING THE     00000110
      *              ORIGINAL BILL TO BILLHIST, REPRICES THE BILL WITH  00000120
      *              UTIL2000'S TIER, PRORATION, TAX AND BUDGET PLAN    00000130
      *              RULES AND WRITES THE CORRECTED (REBILL) RECORD,    00000140
      *              MOVES THE NET DIFFERENCE ONTO THE MASTER BALANCE,  00000150
      *              CUTS THE REVERSING AND REBILL GL JOURNAL, PRINTS   00000160
      *              A CORRECTED BILL FOR THE MAIL HOUSE AND A          00000170
      *              REGISTER SHOWING THE ORIGINAL, CANCELLED AND       00000180
      *              REBILLED AMOUNTS SIDE BY SIDE.                     00000190
      ***************************************************************** 00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
      ***************************************************************** 00000240
      * CUSTOMER MASTER - READ BY KEY, THE NET ADJUSTMENT REWRITTEN     00000250
      ***************************************************************** 00000260
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000270
               ORGANIZATION IS INDEXED                                  00000280
               ACCESS MODE IS RANDOM                                    00000290
               RECORD KEY IS CM-ACCOUNT-NO                              00000300
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000310
      ***************************************************************** 00000320
      * BILL CORRECTION TRANSACTIONS FROM BILLING                       00000330
      ***************************************************************** 00000340
           SELECT CORR-FILE ASSIGN TO "BILLCORR.DAT"                    00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-CORR-STATUS.                           00000370
      ***************************************************************** 00000380
      * BILLING HISTORY - SCANNED FOR THE ORIGINAL BILLS, THEN THE      00000390
      * CANCEL AND REBILL RECORDS APPENDED                              00000400
      ***************************************************************** 00000410
           SELECT BILLHIST-FILE ASSIGN TO "BILLHIST.DAT"                00000420
               ORGANIZATION IS LINE SEQUENTIAL                          00000430
               FILE STATUS IS WS-BILLHIST-STATUS.                       00000440
      ***************************************************************** 00000450
      * CUSTOMER NAME AND ADDRESS FILE FOR THE CORRECTED BILL           00000460
      ***************************************************************** 00000470
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00000480
               ORGANIZATION IS INDEXED                                  00000490
               ACCESS MODE IS RANDOM                                    00000500
               RECORD KEY IS NA-ACCOUNT-NO                              00000510
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00000520
      ***************************************************************** 00000530
      * GL EXTRACT FOR THE REVERSING AND REBILL JOURNAL                 00000540
      ***************************************************************** 00000550
           SELECT GLEXTR-FILE ASSIGN TO "REBLGLEX.DAT"                  00000560
               ORGANIZATION IS LINE SEQUENTIAL                          00000570
               FILE STATUS IS WS-GLEXTR-STATUS.                         00000580
      ***************************************************************** 00000590
      * CORRECTED BILL DOCUMENTS FOR THE MAIL HOUSE                     00000600
      ***************************************************************** 00000610
           SELECT BILLDOC-FILE ASSIGN TO "REBLDOC.PRT"                  00000620
               ORGANIZATION IS LINE SEQUENTIAL                          00000630
               FILE STATUS IS WS-BILLDOC-STATUS.                        00000640
      ***************************************************************** 00000650
      * CANCEL/REBILL CORRECTION REGISTER                               00000660
      ***************************************************************** 00000670
           SELECT REBL-FILE ASSIGN TO "REBLREG.PRT"                     00000680
               ORGANIZATION IS LINE SEQUENTIAL                          00000690
               FILE STATUS IS WS-REBL-STATUS.                           00000700
       DATA DIVISION.                                                   00000710
       FILE SECTION.                                                    00000720
      ***************************************************************** 00000730
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000740
      ***************************************************************** 00000750
       FD  CUSTMAS-FILE.                                                00000760
           COPY CUSTMAS.                                                00000770
      ***************************************************************** 00000780
      * CORR-FILE - BILL CORRECTIONS (SEE COPYBOOKS/BILLCORR.CPY)       00000790
      ***************************************************************** 00000800
       FD  CORR-FILE.                                                   00000810
       01  CORR-RECORD              PIC X(72).                          00000820
      ***************************************************************** 00000830
      * BILLHIST-FILE - BILLING HISTORY (SEE COPYBOOKS/BILLHIST.CPY)    00000840
      ***************************************************************** 00000850
       FD  BILLHIST-FILE.                                               00000860
           COPY BILLHIST.                                               00000870
      ***************************************************************** 00000880
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00000890
      ***************************************************************** 00000900
       FD  NAMEADDR-FILE.                                               00000910
           COPY NAMEADDR.                                               00000920
      ***************************************************************** 00000930
      * GLEXTR-FILE - GL EXTRACT (SEE COPYBOOKS/GLEXTR.CPY)             00000940
      ***************************************************************** 00000950
       FD  GLEXTR-FILE.                                                 00000960
           COPY GLEXTR.                                                 00000970
      ***************************************************************** 00000980
      * BILLDOC-FILE - BILL DOCUMENT (SEE COPYBOOKS/BILLDOC.CPY)        00000990
      ***************************************************************** 00001000
       FD  BILLDOC-FILE.                                                00001010
           COPY BILLDOC.                                                00001020
      ***************************************************************** 00001030
      * REBL-FILE - CORRECTION REGISTER (SEE COPYBOOKS/REBLRPT.CPY)     00001040
      ***************************************************************** 00001050
       FD  REBL-FILE.                                                   00001060
           COPY REBLRPT.                                                00001070
       WORKING-STORAGE SECTION.                                         00001080
                                                                        00001090
      ***************************************************************** 00001100
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00001110
      ***************************************************************** 00001120
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00001130
       01  WS-CORR-STATUS           PIC X(2)     VALUE SPACES.          00001140
       01  WS-BILLHIST-STATUS       PIC X(2)     VALUE SPACES.          00001150
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00001160
       01  WS-GLEXTR-STATUS         PIC X(2)     VALUE SPACES.          00001170
       01  WS-BILLDOC-STATUS        PIC X(2)     VALUE SPACES.          00001180
       01  WS-REBL-STATUS           PIC X(2)     VALUE SPACES.          00001190
       01  WS-EOF-SWITCHES.                                             00001200
           05  WS-CORR-EOF-SW       PIC X(1)     VALUE 'N'.             00001210
               88  CORR-EOF                      VALUE 'Y'.             00001220
           05  WS-BILLHIST-EOF-SW   PIC X(1)     VALUE 'N'.             00001230
               88  BILLHIST-EOF                  VALUE 'Y'.             00001240
                                                                        00001250
      ***************************************************************** 00001260
      * THE CORRECTION TRANSACTION BEING WORKED                         00001270
      * (SEE COPYBOOKS/BILLCORR.CPY)                                    00001280
      ***************************************************************** 00001290
           COPY BILLCORR.                                               00001300
                                                                        00001310
      ***************************************************************** 00001320
      * RUN DATE, AND THE DUE DATE EVERY CORRECTED BILL CARRIES - THE   00001330
      * RUN DATE PLUS 21 DAYS, THE SAME TERMS UTIL2000 GIVES A BILL     00001340
      ***************************************************************** 00001350
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001360
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001370
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001380
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001390
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001400
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001410
       01  WS-DUE-DATE              PIC 9(8)     VALUE 0.               00001420
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.                         00001430
           05  WS-DUE-DATE-CCYY     PIC 9(4).                           00001440
           05  WS-DUE-DATE-MM       PIC 9(2).                           00001450
           05  WS-DUE-DATE-DD       PIC 9(2).                           00001460
       01  WS-DUE-DATE-ED           PIC X(10)    VALUE SPACES.          00001470
       01  WS-DUE-DAY-WORK          PIC 9(2)     VALUE 0.               00001480
       01  WS-BILL-DATE-ED          PIC X(10)    VALUE SPACES.          00001490
                                                                        00001500
      ***************************************************************** 00001510
      * RATE SCHEDULE TABLE (SEE COPYBOOKS/RATESCH.CPY)                 00001520
      ***************************************************************** 00001530
           COPY RATESCH.                                                00001540
                                                                        00001550
      ***************************************************************** 00001560
      * TAX JURISDICTION TABLE (SEE COPYBOOKS/TAXTBL.CPY)               00001570
      ***************************************************************** 00001580
           COPY TAXTBL.                                                 00001590
                                                                        00001600
      ***************************************************************** 00001610
      * DAYS IN MONTH TABLE (SEE COPYBOOKS/DAYSMTH.CPY)                 00001620
      ***************************************************************** 00001630
           COPY DAYSMTH.                                                00001640
       01  WS-DAYS-IN-MONTH         PIC 9(2)     VALUE 0.               00001650
                                                                        00001660
      ***************************************************************** 00001670
      * CORRECTION TABLE, LOADED FROM CORR-FILE AT STARTUP. THE         00001680
      * BILLING HISTORY PASS FILLS IN, FOR EACH CORRECTION, THE BILL    00001690
      * IT CORRECTS - THE LAST BILL OR REBILL RECORD ON FILE FOR THE    00001700
      * ACCOUNT AND RUN DATE THAT HAS NOT SINCE BEEN CANCELLED. A       00001710
      * BILL CORRECTED TWICE IN ONE RUN HAS THE FIRST REBILL CARRIED    00001720
      * FORWARD AS THE BILL THE SECOND CORRECTION CANCELS.              00001730
      ***************************************************************** 00001740
       01  WS-CORR-ENTRIES-USED     PIC 9(3)     VALUE 0.               00001750
       01  WS-CORR-SCAN             PIC 9(3)     VALUE 0.               00001760
       01  WS-CORR-TABLE.                                               00001770
           05  WS-CORR-ENTRY OCCURS 200 TIMES                           00001780
                   INDEXED BY WS-CORR-IDX.                              00001790
               10  WS-CORR-ACCOUNT-NO   PIC 9(6)    VALUE 0.            00001800
               10  WS-CORR-RUN-DATE     PIC 9(8)    VALUE 0.            00001810
               10  WS-CORR-TRAN         PIC X(72)   VALUE SPACES.       00001820
               10  WS-CORR-BILL-SW      PIC X(1)    VALUE 'N'.          00001830
                   88  CORR-BILL-FOUND              VALUE 'Y'.          00001840
               10  WS-CORR-BILL         PIC X(150)  VALUE SPACES.       00001850
                                                                        00001860
      ***************************************************************** 00001870
      * THE ORIGINAL BILL AS IT WAS PRICED. THE TAX SPLIT IS NOT KEPT   00001880
      * IN HISTORY, SO THE FRANCHISE FEE IS REFIGURED AT THE            00001890
      * JURISDICTION'S RATE AND THE UTILITY TAX IS THE REST; THE        00001900
      * SERVICE FEE IS WHAT THE ACTUAL CHARGES CARRY OVER THE TIERS.    00001910
      ***************************************************************** 00001920
       01  WS-ORIG-KWH              PIC S9(5)    VALUE 0.               00001930
       01  WS-ORIG-SCHEDULE-CODE    PIC X(15)    VALUE SPACES.          00001940
       01  WS-ORIG-SCHED-IDX        PIC 9(1)     VALUE 1.               00001950
       01  WS-ORIG-DAYS             PIC 9(2)     VALUE 0.               00001960
       01  WS-ORIG-TIER1-CHARGE     PIC 9(5)V99  VALUE 0.               00001970
       01  WS-ORIG-TIER2-CHARGE     PIC 9(5)V99  VALUE 0.               00001980
       01  WS-ORIG-TIER3-CHARGE     PIC 9(5)V99  VALUE 0.               00001990
       01  WS-ORIG-SERVICE-FEE      PIC S9(5)V99 VALUE 0.               00002000
       01  WS-ORIG-ACTUAL-BILL      PIC 9(6)V99  VALUE 0.               00002010
       01  WS-ORIG-TOTAL-BILL       PIC 9(6)V99  VALUE 0.               00002020
       01  WS-ORIG-FRANCHISE-FEE    PIC 9(5)V99  VALUE 0.               00002030
       01  WS-ORIG-UTILITY-TAX      PIC 9(5)V99  VALUE 0.               00002040
       01  WS-ORIG-TAX-TOTAL        PIC 9(6)V99  VALUE 0.               00002050
       01  WS-ORIG-OWED             PIC 9(7)V99  VALUE 0.               00002060
       01  WS-ORIG-DUE-DATE         PIC 9(8)     VALUE 0.               00002070
                                                                        00002080
      ***************************************************************** 00002090
      * THE CORRECTED BILL - THE SAME WORK FIELDS UTIL2000 PRICES A     00002100
      * BILL IN                                                         00002110
      ***************************************************************** 00002120
       01  WS-KWH-USED              PIC S9(5)    VALUE 0.               00002130
       01  WS-CUST-SCHEDULE-CODE    PIC X(15)    VALUE SPACES.          00002140
       01  WS-CUST-SCHED-IDX        PIC 9(1)     VALUE 1.               00002150
       01  WS-CUST-TAX-JURIS        PIC X(2)     VALUE SPACES.          00002160
       01  WS-CUST-TAX-SUB          PIC 9(1)     VALUE 1.               00002170
       01  WS-BILLING-DAYS          PIC 9(2)     VALUE 0.               00002180
       01  WS-RATE-TIER1            PIC V99      VALUE 0.               00002190
       01  WS-RATE-TIER2            PIC V99      VALUE 0.               00002200
       01  WS-RATE-TIER3            PIC V99      VALUE 0.               00002210
       01  WS-TIER1-LIMIT           PIC 9(4)     VALUE 0.               00002220
       01  WS-TIER2-LIMIT           PIC 9(4)     VALUE 0.               00002230
       01  WS-TIER1-LIMIT-PRORATED  PIC 9(4)     VALUE 0.               00002240
       01  WS-TIER2-LIMIT-PRORATED  PIC 9(4)     VALUE 0.               00002250
       01  WS-SERVICE-FEE-PRORATED  PIC 9(3)V99  VALUE 0.               00002260
       01  WS-FRANCHISE-RATE        PIC V9999    VALUE 0.               00002270
       01  WS-UTILITY-RATE          PIC V9999    VALUE 0.               00002280
       01  WS-TIER1-KWH             PIC 9(5)     VALUE 0.               00002290
       01  WS-TIER2-KWH             PIC 9(5)     VALUE 0.               00002300
       01  WS-TIER3-KWH             PIC 9(5)     VALUE 0.               00002310
       01  WS-TIER1-CHARGE          PIC 9(5)V99  VALUE 0.               00002320
       01  WS-TIER2-CHARGE          PIC 9(5)V99  VALUE 0.               00002330
       01  WS-TIER3-CHARGE          PIC 9(5)V99  VALUE 0.               00002340
       01  WS-SUBTOTAL              PIC 9(6)V99  VALUE 0.               00002350
       01  WS-TOTAL-BILL            PIC 9(6)V99  VALUE 0.               00002360
       01  WS-ACTUAL-BILL           PIC 9(6)V99  VALUE 0.               00002370
       01  WS-FRANCHISE-FEE         PIC 9(5)V99  VALUE 0.               00002380
       01  WS-UTILITY-TAX           PIC 9(5)V99  VALUE 0.               00002390
       01  WS-TAX-TOTAL             PIC 9(6)V99  VALUE 0.               00002400
       01  WS-NEW-OWED              PIC 9(7)V99  VALUE 0.               00002410
                                                                        00002420
      ***************************************************************** 00002430
      * BUDGET PLAN WORK FIELDS. THE DEFERRAL CHANGE IS WHAT THE        00002440
      * CORRECTION MOVES INTO (OR OUT OF) CM-BUDGET-DEFERRAL.           00002450
      ***************************************************************** 00002460
       01  WS-BUDGET-APPLIED-SW     PIC X(1)     VALUE 'N'.             00002470
           88  BUDGET-APPLIED                    VALUE 'Y'.             00002480
       01  WS-BUDGET-TOTAL-WORK     PIC S9(7)V99 VALUE 0.               00002490
       01  WS-BUDGET-DEFERRAL-CHG   PIC S9(7)V99 VALUE 0.               00002500
                                                                        00002510
      ***************************************************************** 00002520
      * MASTER BALANCE ADJUSTMENT WORK FIELDS                           00002530
      ***************************************************************** 00002540
       01  WS-NET-ADJUST            PIC S9(7)V99 VALUE 0.               00002550
       01  WS-CREDIT-WORK           PIC 9(7)V99  VALUE 0.               00002560
       01  WS-OPEN-BALANCE          PIC S9(7)V99 VALUE 0.               00002570
       01  WS-REJECT-REASON         PIC X(30)    VALUE SPACES.          00002580
       01  WS-SCHED-FOUND-SW        PIC X(1)     VALUE 'N'.             00002590
           88  SCHED-FOUND                       VALUE 'Y'.             00002600
                                                                        00002610
      ***************************************************************** 00002620
      * MAILING ADDRESS RESOLVED FROM NAMEADDR FOR THE CORRECTED BILL   00002630
      ***************************************************************** 00002640
       01  WS-MAIL-USABLE-SW        PIC X(1)     VALUE 'N'.             00002650
           88  MAIL-ADDR-USABLE                  VALUE 'Y'.             00002660
       01  WS-MAIL-ADDRESS.                                             00002670
           05  WS-MAIL-NAME         PIC X(40)    VALUE SPACES.          00002680
           05  WS-MAIL-LINE-1       PIC X(30)    VALUE SPACES.          00002690
           05  WS-MAIL-LINE-2       PIC X(30)    VALUE SPACES.          00002700
           05  WS-MAIL-CITY         PIC X(20)    VALUE SPACES.          00002710
           05  WS-MAIL-STATE        PIC X(2)     VALUE SPACES.          00002720
           05  WS-MAIL-ZIP          PIC X(5)     VALUE SPACES.          00002730
           05  WS-MAIL-ZIP-PLUS4    PIC X(4)     VALUE SPACES.          00002740
       01  WS-SVC-ADDR-LINE         PIC X(60)    VALUE SPACES.          00002750
                                                                        00002760
      ***************************************************************** 00002770
      * RUN TOTALS FOR THE REGISTER SUMMARY AND THE GL PROOF            00002780
      ***************************************************************** 00002790
       01  WS-READ-COUNT            PIC 9(5)     VALUE 0.               00002800
       01  WS-REBILLED-COUNT        PIC 9(5)     VALUE 0.               00002810
       01  WS-REJECTED-COUNT        PIC 9(5)     VALUE 0.               00002820
       01  WS-PRINTED-COUNT         PIC 9(5)     VALUE 0.               00002830
       01  WS-NO-ADDR-COUNT         PIC 9(5)     VALUE 0.               00002840
       01  WS-ORIG-OWED-TOTAL       PIC 9(8)V99  VALUE 0.               00002850
       01  WS-NEW-OWED-TOTAL        PIC 9(8)V99  VALUE 0.               00002860
       01  WS-NET-ADJUST-TOTAL      PIC S9(8)V99 VALUE 0.               00002870
       01  WS-CONTROL-STATUS        PIC X(14)    VALUE SPACES.          00002880
                                                                        00002890
      ***************************************************************** 00002900
      * GL JOURNAL ACCUMULATORS - SET 1 REVERSES THE CANCELLED BILLS,   00002910
      * SET 2 BOOKS THE REBILLS. EACH SET CARRIES THE SAME BUCKETS      00002920
      * UTIL2000 DISTRIBUTES A BILLING RUN INTO: REVENUE BY SCHEDULE    00002930
      * AND COMPONENT, TAXES BY JURISDICTION, THE NET BUDGET            00002940
      * DEFERRAL MOVEMENT AND THE RECEIVABLE.                           00002950
      ***************************************************************** 00002960
       01  WS-GL-SET-TOTALS.                                            00002970
           05  WS-GL-SET OCCURS 2 TIMES.                                00002980
               10  WS-GL-SCHED-ENTRY OCCURS 3 TIMES.                    00002990
                   15  WS-GL-T1-REV     PIC 9(8)V99.                    00003000
                   15  WS-GL-T2-REV     PIC 9(8)V99.                    00003010
                   15  WS-GL-T3-REV     PIC 9(8)V99.                    00003020
                   15  WS-GL-FEE-REV    PIC 9(8)V99.                    00003030
               10  WS-GL-TAX-ENTRY OCCURS 4 TIMES.                      00003040
                   15  WS-GL-FRAN-TAX   PIC 9(8)V99.                    00003050
                   15  WS-GL-UTIL-TAX   PIC 9(8)V99.                    00003060
               10  WS-GL-DEFERRAL-NET   PIC S9(8)V99.                   00003070
               10  WS-GL-RECEIVABLE     PIC 9(8)V99.                    00003080
       01  WS-GL-SET-SUB            PIC 9(1)     VALUE 0.               00003090
       01  WS-GL-SUB                PIC 9(1)     VALUE 0.               00003100
       01  WS-GL-COMPONENT          PIC 9(1)     VALUE 0.               00003110
       01  WS-GL-TAX-SUB            PIC 9(1)     VALUE 0.               00003120
       01  WS-GL-WORK-AMT           PIC 9(8)V99  VALUE 0.               00003130
       01  WS-GL-DEBIT-TOTAL        PIC 9(8)V99  VALUE 0.               00003140
       01  WS-GL-CREDIT-TOTAL       PIC 9(8)V99  VALUE 0.               00003150
       01  WS-GL-AR-NET             PIC S9(8)V99 VALUE 0.               00003160
       01  WS-GL-SIDE               PIC X(1)     VALUE SPACE.           00003170
           88  GL-SIDE-DEBIT                     VALUE 'D'.             00003180
           88  GL-SIDE-CREDIT                    VALUE 'C'.             00003190
       01  WS-GL-PREFIX             PIC X(7)     VALUE SPACES.          00003200
       01  WS-GL-ACCOUNT            PIC X(8)     VALUE SPACES.          00003210
       01  WS-GL-DESC               PIC X(30)    VALUE SPACES.          00003220
       01  WS-GL-COMPONENT-NAME     PIC X(10)    VALUE SPACES.          00003230
       01  WS-GL-AMT-ED             PIC Z,ZZZ,ZZ9.99.                   00003240
       01  WS-GL-STATUS             PIC X(8)     VALUE SPACES.          00003250
                                                                        00003260
      ***************************************************************** 00003270
      * GL ACCOUNTS - THE SAME CHART UTIL2000 BILLS TO                  00003280
      ***************************************************************** 00003290
       01  WS-GL-BASE-TIER1         PIC X(4)     VALUE '4010'.          00003300
       01  WS-GL-BASE-TIER2         PIC X(4)     VALUE '4020'.          00003310
       01  WS-GL-BASE-TIER3         PIC X(4)     VALUE '4030'.          00003320
       01  WS-GL-BASE-FEE           PIC X(4)     VALUE '4040'.          00003330
       01  WS-GL-BASE-FRANCHISE     PIC X(6)     VALUE '241000'.        00003340
       01  WS-GL-BASE-UTIL-TAX      PIC X(6)     VALUE '242000'.        00003350
       01  WS-GL-ACCT-DEFERRAL      PIC X(8)     VALUE '23500000'.      00003360
       01  WS-GL-ACCT-RECEIVABLE    PIC X(8)     VALUE '12000000'.      00003370
                                                                        00003380
      ***************************************************************** 00003390
      * EDITED FIELDS FOR THE REGISTER AND THE CORRECTED BILL           00003400
      ***************************************************************** 00003410
       01  WS-REBL-ACCT-ED          PIC ZZZZZ9.                         00003420
       01  WS-REBL-KWH-ED           PIC -ZZ,ZZ9.                        00003430
       01  WS-REBL-KWH-ED2          PIC -ZZ,ZZ9.                        00003440
       01  WS-REBL-AMT-ED           PIC ZZZ,ZZ9.99.                     00003450
       01  WS-REBL-AMT-ED2          PIC ZZZ,ZZ9.99.                     00003460
       01  WS-REBL-SIGNED-ED        PIC -ZZZ,ZZ9.99.                    00003470
       01  WS-REBL-SIGNED-ED2       PIC -ZZZ,ZZ9.99.                    00003480
       01  WS-REBL-TOT-ED           PIC Z,ZZZ,ZZ9.99.                   00003490
       01  WS-REBL-NET-ED           PIC -Z,ZZZ,ZZ9.99.                  00003500
       01  WS-REBL-COUNT-ED         PIC ZZ,ZZ9.                         00003510
       01  WS-REBL-PAGE-ED          PIC ZZ9.                            00003520
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99.                  00003530
       01  WS-DOC-AMT-ED            PIC ZZ,ZZ9.99.                      00003540
       01  WS-DOC-SIGNED-ED         PIC -Z,ZZZ,ZZ9.99.                  00003550
       01  WS-DOC-KWH-ED            PIC ZZ,ZZ9.                         00003560
       01  WS-DOC-DAYS-ED           PIC Z9.                             00003570
       01  WS-STUB-AMOUNT           PIC 9(7)V99  VALUE 0.               00003580
       01  WS-STUB-AMOUNT-ED        PIC 9(7).99.                        00003590
                                                                        00003600
      ***************************************************************** 00003610
      * REGISTER ROW WORK - ONE COMPONENT OF ONE CORRECTED BILL         00003620
      ***************************************************************** 00003630
       01  WS-ROW-LABEL             PIC X(18)    VALUE SPACES.          00003640
       01  WS-ROW-ORIG              PIC 9(7)V99  VALUE 0.               00003650
       01  WS-ROW-NEW               PIC 9(7)V99  VALUE 0.               00003660
       01  WS-ROW-CANCEL            PIC S9(7)V99 VALUE 0.               00003670
       01  WS-ROW-NET               PIC S9(7)V99 VALUE 0.               00003680
                                                                        00003690
      ***************************************************************** 00003700
      * REGISTER PAGE CONTROL                                           00003710
      ***************************************************************** 00003720
       01  WS-REBL-PAGE-NO          PIC 9(3)     VALUE 0.               00003730
       01  WS-REBL-LINE-COUNT       PIC 9(3)     VALUE 0.               00003740
       01  WS-REBL-PAGE-LIMIT       PIC 9(3)     VALUE 55.              00003750
                                                                        00003760
      ***************************************************************** 00003770
      * REGISTER AND BILL DOCUMENT LINE LAYOUTS                         00003780
      ***************************************************************** 00003790
       01  WS-REBL-LINE-WORK        PIC X(80)    VALUE SPACES.          00003800
       01  WS-REBL-SEP-LINE         PIC X(80)    VALUE ALL '-'.         00003810
       01  WS-REBL-COL-HDR-LINE.                                        00003820
           05  FILLER PIC X(18) VALUE 'COMPONENT'.                      00003830
           05  FILLER PIC X(10) VALUE '  ORIGINAL'.                     00003840
           05  FILLER PIC X(13) VALUE '    CANCELLED'.                  00003850
           05  FILLER PIC X(12) VALUE '    REBILLED'.                   00003860
           05  FILLER PIC X(13) VALUE '   NET CHANGE'.                  00003870
       01  WS-DOC-LINE-WORK         PIC X(80)    VALUE SPACES.          00003880
       01  WS-DOC-SEP-LINE          PIC X(80)    VALUE ALL '='.         00003890
                                                                        00003900
      ***************************************************************** 00003910
      * IT'S GO TIME!                                                   00003920
      ***************************************************************** 00003930
       PROCEDURE DIVISION.                                              00003940
                                                                        00003950
      ***************************************************************** 00003960
      * MAINLINE - LOAD THE CORRECTIONS, FIND EACH ONE'S BILL IN THE    00003970
      * BILLING HISTORY, THEN CANCEL AND REBILL THEM ONE BY ONE,        00003980
      * PRINT THE CONTROL TOTALS, CUT THE GL JOURNAL, STOP.             00003990
      ***************************************************************** 00004000
       000-MAIN.                                                        00004010
           DISPLAY '*************************************'.             00004020
           DISPLAY '*** REBILL - CANCEL/REBILL A BILL ***'.             00004030
           DISPLAY '*************************************'.             00004040
           DISPLAY ' '.                                                 00004050
                                                                        00004060
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00004070
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00004080
                  '/'              DELIMITED BY SIZE                    00004090
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00004100
                  '/'              DELIMITED BY SIZE                    00004110
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00004120
               INTO WS-RUN-DATE-ED.                                     00004130
           PERFORM 175-COMPUTE-DUE-DATE.                                00004140
           INITIALIZE WS-GL-SET-TOTALS.                                 00004150
                                                                        00004160
           OPEN INPUT CORR-FILE.                                        00004170
           IF WS-CORR-STATUS NOT = '00'                                 00004180
               DISPLAY 'UNABLE TO OPEN CORR-FILE, STATUS: '             00004190
                   WS-CORR-STATUS                                       00004200
               STOP RUN                                                 00004210
           END-IF.                                                      00004220
           PERFORM UNTIL CORR-EOF                                       00004230
               READ CORR-FILE                                           00004240
                   AT END                                               00004250
                       SET CORR-EOF TO TRUE                             00004260
                   NOT AT END                                           00004270
                       PERFORM 100-LOAD-CORRECTION                      00004280
               END-READ                                                 00004290
           END-PERFORM.                                                 00004300
           CLOSE CORR-FILE.                                             00004310
           DISPLAY 'CORRECTIONS LOADED: ' WS-CORR-ENTRIES-USED.         00004320
                                                                        00004330
           OPEN INPUT BILLHIST-FILE.                                    00004340
           IF WS-BILLHIST-STATUS = '00'                                 00004350
               PERFORM UNTIL BILLHIST-EOF                               00004360
                   READ BILLHIST-FILE                                   00004370
                       AT END                                           00004380
                           SET BILLHIST-EOF TO TRUE                     00004390
                       NOT AT END                                       00004400
                           PERFORM 110-MATCH-HISTORY-RECORD             00004410
                   END-READ                                             00004420
               END-PERFORM                                              00004430
               CLOSE BILLHIST-FILE                                      00004440
           END-IF.                                                      00004450
                                                                        00004460
           OPEN I-O CUSTMAS-FILE.                                       00004470
           IF WS-CUSTMAS-STATUS NOT = '00'                              00004480
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00004490
                   WS-CUSTMAS-STATUS                                    00004500
               STOP RUN                                                 00004510
           END-IF.                                                      00004520
                                                                        00004530
           OPEN INPUT NAMEADDR-FILE.                                    00004540
           IF WS-NAMEADDR-STATUS NOT = '00'                             00004550
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00004560
                   WS-NAMEADDR-STATUS                                   00004570
               STOP RUN                                                 00004580
           END-IF.                                                      00004590
                                                                        00004600
           OPEN EXTEND BILLHIST-FILE.                                   00004610
           IF WS-BILLHIST-STATUS = '35'                                 00004620
               OPEN OUTPUT BILLHIST-FILE                                00004630
           END-IF.                                                      00004640
           IF WS-BILLHIST-STATUS NOT = '00'                             00004650
               DISPLAY 'UNABLE TO OPEN BILLHIST-FILE, STATUS: '         00004660
                   WS-BILLHIST-STATUS                                   00004670
               STOP RUN                                                 00004680
           END-IF.                                                      00004690
                                                                        00004700
           OPEN OUTPUT GLEXTR-FILE.                                     00004710
           IF WS-GLEXTR-STATUS NOT = '00'                               00004720
               DISPLAY 'UNABLE TO OPEN GLEXTR-FILE, STATUS: '           00004730
                   WS-GLEXTR-STATUS                                     00004740
               STOP RUN                                                 00004750
           END-IF.                                                      00004760
                                                                        00004770
           OPEN OUTPUT BILLDOC-FILE.                                    00004780
           IF WS-BILLDOC-STATUS NOT = '00'                              00004790
               DISPLAY 'UNABLE TO OPEN BILLDOC-FILE, STATUS: '          00004800
                   WS-BILLDOC-STATUS                                    00004810
               STOP RUN                                                 00004820
           END-IF.                                                      00004830
                                                                        00004840
           OPEN OUTPUT REBL-FILE.                                       00004850
           IF WS-REBL-STATUS NOT = '00'                                 00004860
               DISPLAY 'UNABLE TO OPEN REBL-FILE, STATUS: '             00004870
                   WS-REBL-STATUS                                       00004880
               STOP RUN                                                 00004890
           END-IF.                                                      00004900
                                                                        00004910
           PERFORM 810-WRITE-REGISTER-HEADERS.                          00004920
                                                                        00004930
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1                      00004940
                   UNTIL WS-CORR-IDX > WS-CORR-ENTRIES-USED             00004950
               PERFORM 400-PROCESS-CORRECTION                           00004960
           END-PERFORM.                                                 00004970
                                                                        00004980
           PERFORM 900-WRITE-REGISTER-SUMMARY.                          00004990
           PERFORM 910-WRITE-GL-EXTRACT.                                00005000
                                                                        00005010
           CLOSE CUSTMAS-FILE.                                          00005020
           CLOSE NAMEADDR-FILE.                                         00005030
           CLOSE BILLHIST-FILE.                                         00005040
           CLOSE GLEXTR-FILE.                                           00005050
           CLOSE BILLDOC-FILE.                                          00005060
           CLOSE REBL-FILE.                                             00005070
           STOP RUN.                                                    00005080
                                                                        00005090
      ***************************************************************** 00005100
      * Load one correction transaction into WS-CORR-TABLE, keyed by    00005110
      * the account and the run date of the bill it corrects.           00005120
      ***************************************************************** 00005130
       100-LOAD-CORRECTION.                                             00005140
           IF WS-CORR-ENTRIES-USED >= 200                               00005150
               DISPLAY 'CORRECTION TABLE FULL, RECORD DROPPED: '        00005160
                   CORR-RECORD                                          00005170
           ELSE                                                         00005180
               MOVE CORR-RECORD TO BC-CORRECTION-RECORD                 00005190
               ADD 1 TO WS-CORR-ENTRIES-USED                            00005200
               SET WS-CORR-IDX TO WS-CORR-ENTRIES-USED                  00005210
               MOVE BC-ACCOUNT-NO    TO                                 00005220
                   WS-CORR-ACCOUNT-NO (WS-CORR-IDX)                     00005230
               MOVE BC-BILL-RUN-DATE TO                                 00005240
                   WS-CORR-RUN-DATE (WS-CORR-IDX)                       00005250
               MOVE CORR-RECORD      TO WS-CORR-TRAN (WS-CORR-IDX)      00005260
           END-IF.                                                      00005270
                                                                        00005280
      ***************************************************************** 00005290
      * Match one billing history record against the corrections. A     00005300
      * bill or rebill for a corrected account and run date becomes     00005310
      * the bill that correction cancels; a cancel record for it        00005320
      * means an earlier run already reversed it, so nothing stands     00005330
      * until a later rebill record turns up.                           00005340
      ***************************************************************** 00005350
       110-MATCH-HISTORY-RECORD.                                        00005360
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1                      00005370
                   UNTIL WS-CORR-IDX > WS-CORR-ENTRIES-USED             00005380
               IF BH-ACCOUNT-NO = WS-CORR-ACCOUNT-NO (WS-CORR-IDX)      00005390
                       AND BH-RUN-DATE = WS-CORR-RUN-DATE (WS-CORR-IDX) 00005400
                   IF BH-ENTRY-CANCEL                                   00005410
                       MOVE 'N' TO WS-CORR-BILL-SW (WS-CORR-IDX)        00005420
                   ELSE                                                 00005430
                       MOVE BILLHIST-RECORD TO                          00005440
                           WS-CORR-BILL (WS-CORR-IDX)                   00005450
                       SET CORR-BILL-FOUND (WS-CORR-IDX) TO TRUE        00005460
                   END-IF                                               00005470
               END-IF                                                   00005480
           END-PERFORM.                                                 00005490
                                                                        00005500
      ***************************************************************** 00005510
      * Hand the rebill record just written to any later correction     00005520
      * for the same bill in this run, so the second correction         00005530
      * cancels the first one's rebill rather than the bill it          00005540
      * replaced.                                                       00005550
      ***************************************************************** 00005560
       120-CARRY-REBILL-FORWARD.                                        00005570
           SET WS-CORR-SCAN TO WS-CORR-IDX.                             00005580
           ADD 1 TO WS-CORR-SCAN.                                       00005590
           PERFORM VARYING WS-CORR-SCAN FROM WS-CORR-SCAN BY 1          00005600
                   UNTIL WS-CORR-SCAN > WS-CORR-ENTRIES-USED            00005610
               IF WS-CORR-ACCOUNT-NO (WS-CORR-SCAN) = BH-ACCOUNT-NO     00005620
                       AND WS-CORR-RUN-DATE (WS-CORR-SCAN) =            00005630
                           BH-RUN-DATE                                  00005640
                   MOVE BILLHIST-RECORD TO WS-CORR-BILL (WS-CORR-SCAN)  00005650
                   SET CORR-BILL-FOUND (WS-CORR-SCAN) TO TRUE           00005660
               END-IF                                                   00005670
           END-PERFORM.                                                 00005680
                                                                        00005690
      ***************************************************************** 00005700
      * Look up the rate schedule in WS-CUST-SCHEDULE-CODE and load     00005710
      * its tier limits and rates. The edit has already rejected a      00005720
      * corrected schedule that is not on the table, so the             00005730
      * RESIDENTIAL fallback only catches a bill priced on a            00005740
      * schedule since dropped.                                         00005750
      ***************************************************************** 00005760
       150-LOOKUP-RATE-SCHEDULE.                                        00005770
           SET WS-RS-IDX TO 1.                                          00005780
           SEARCH WS-RATE-SCHEDULE-ENTRY                                00005790
               AT END                                                   00005800
                   DISPLAY 'UNKNOWN RATE SCHEDULE: '                    00005810
                       WS-CUST-SCHEDULE-CODE                            00005820
                   MOVE 'RESIDENTIAL    ' TO WS-CUST-SCHEDULE-CODE      00005830
                   SET WS-RS-IDX TO 1                                   00005840
                   MOVE 1 TO WS-CUST-SCHED-IDX                          00005850
                   MOVE WS-RS-TIER1-LIMIT (WS-RS-IDX) TO WS-TIER1-LIMIT 00005860
                   MOVE WS-RS-TIER2-LIMIT (WS-RS-IDX) TO WS-TIER2-LIMIT 00005870
                   MOVE WS-RS-RATE-TIER1  (WS-RS-IDX) TO WS-RATE-TIER1  00005880
                   MOVE WS-RS-RATE-TIER2  (WS-RS-IDX) TO WS-RATE-TIER2  00005890
                   MOVE WS-RS-RATE-TIER3  (WS-RS-IDX) TO WS-RATE-TIER3  00005900
               WHEN WS-RS-SCHEDULE-CODE (WS-RS-IDX) =                   00005910
                       WS-CUST-SCHEDULE-CODE                            00005920
                   SET WS-CUST-SCHED-IDX TO WS-RS-IDX                   00005930
                   MOVE WS-RS-TIER1-LIMIT (WS-RS-IDX) TO WS-TIER1-LIMIT 00005940
                   MOVE WS-RS-TIER2-LIMIT (WS-RS-IDX) TO WS-TIER2-LIMIT 00005950
                   MOVE WS-RS-RATE-TIER1  (WS-RS-IDX) TO WS-RATE-TIER1  00005960
                   MOVE WS-RS-RATE-TIER2  (WS-RS-IDX) TO WS-RATE-TIER2  00005970
                   MOVE WS-RS-RATE-TIER3  (WS-RS-IDX) TO WS-RATE-TIER3  00005980
           END-SEARCH.                                                  00005990
                                                                        00006000
      ***************************************************************** 00006010
      * Look up this customer's tax jurisdiction in WS-TAX-TABLE and    00006020
      * load its franchise fee and utility tax rates. Unknown codes     00006030
      * fall back to jurisdiction 00 (no tax).                          00006040
      ***************************************************************** 00006050
       155-LOOKUP-TAX-JURISDICTION.                                     00006060
           SET WS-TAX-IDX TO 1.                                         00006070
           SEARCH WS-TAX-ENTRY                                          00006080
               AT END                                                   00006090
                   DISPLAY 'UNKNOWN TAX JURISDICTION: '                 00006100
                       WS-CUST-TAX-JURIS                                00006110
                   SET WS-TAX-IDX TO 1                                  00006120
                   MOVE 1 TO WS-CUST-TAX-SUB                            00006130
                   MOVE WS-TAX-FRANCHISE-RATE (WS-TAX-IDX)              00006140
                       TO WS-FRANCHISE-RATE                             00006150
                   MOVE WS-TAX-UTILITY-RATE (WS-TAX-IDX)                00006160
                       TO WS-UTILITY-RATE                               00006170
               WHEN WS-TAX-JURIS-CODE (WS-TAX-IDX) =                    00006180
                       WS-CUST-TAX-JURIS                                00006190
                   SET WS-CUST-TAX-SUB TO WS-TAX-IDX                    00006200
                   MOVE WS-TAX-FRANCHISE-RATE (WS-TAX-IDX)              00006210
                       TO WS-FRANCHISE-RATE                             00006220
                   MOVE WS-TAX-UTILITY-RATE (WS-TAX-IDX)                00006230
                       TO WS-UTILITY-RATE                               00006240
           END-SEARCH.                                                  00006250
                                                                        00006260
      ***************************************************************** 00006270
      * Determine the number of days in the month of the bill being     00006280
      * corrected - the month UTIL2000 prorated it against, not the     00006290
      * month of this run.                                              00006300
      ***************************************************************** 00006310
       160-DETERMINE-DAYS-IN-MONTH.                                     00006320
           SET WS-DIM-IDX TO BC-BILL-MM.                                00006330
           MOVE WS-DIM-ENTRY (WS-DIM-IDX) TO WS-DAYS-IN-MONTH.          00006340
                                                                        00006350
      ***************************************************************** 00006360
      * Prorate the tier breakpoints by the bill's days in period       00006370
      * over the days in its month, as UTIL2000 did. The service fee    00006380
      * is not reprorated - the corrected bill carries the fee the      00006390
      * original bill charged.                                          00006400
      ***************************************************************** 00006410
       170-PRORATE-FOR-BILLING-PERIOD.                                  00006420
           IF WS-BILLING-DAYS >= WS-DAYS-IN-MONTH                       00006430
               MOVE WS-TIER1-LIMIT TO WS-TIER1-LIMIT-PRORATED           00006440
               MOVE WS-TIER2-LIMIT TO WS-TIER2-LIMIT-PRORATED           00006450
           ELSE                                                         00006460
               COMPUTE WS-TIER1-LIMIT-PRORATED ROUNDED =                00006470
                   WS-TIER1-LIMIT * WS-BILLING-DAYS / WS-DAYS-IN-MONTH  00006480
               COMPUTE WS-TIER2-LIMIT-PRORATED ROUNDED =                00006490
                   WS-TIER2-LIMIT * WS-BILLING-DAYS / WS-DAYS-IN-MONTH  00006500
           END-IF.                                                      00006510
                                                                        00006520
      ***************************************************************** 00006530
      * Set the corrected bill's due date to the run date plus 21       00006540
      * days, rolling into the next month (and year) through the        00006550
      * days-in-month table - the same terms UTIL2000 gives a bill.     00006560
      ***************************************************************** 00006570
       175-COMPUTE-DUE-DATE.                                            00006580
           MOVE WS-RUN-DATE TO WS-DUE-DATE.                             00006590
           SET WS-DIM-IDX TO WS-DUE-DATE-MM.                            00006600
           COMPUTE WS-DUE-DAY-WORK = WS-DUE-DATE-DD + 21.               00006610
           IF WS-DUE-DAY-WORK > WS-DIM-ENTRY (WS-DIM-IDX)               00006620
               SUBTRACT WS-DIM-ENTRY (WS-DIM-IDX)                       00006630
                   FROM WS-DUE-DAY-WORK                                 00006640
               IF WS-DUE-DATE-MM = 12                                   00006650
                   MOVE 01 TO WS-DUE-DATE-MM                            00006660
                   ADD 1 TO WS-DUE-DATE-CCYY                            00006670
               ELSE                                                     00006680
                   ADD 1 TO WS-DUE-DATE-MM                              00006690
               END-IF                                                   00006700
           END-IF.                                                      00006710
           MOVE WS-DUE-DAY-WORK TO WS-DUE-DATE-DD.                      00006720
           STRING WS-DUE-DATE-MM   DELIMITED BY SIZE                    00006730
                  '/'              DELIMITED BY SIZE                    00006740
                  WS-DUE-DATE-DD   DELIMITED BY SIZE                    00006750
                  '/'              DELIMITED BY SIZE                    00006760
                  WS-DUE-DATE-CCYY DELIMITED BY SIZE                    00006770
               INTO WS-DUE-DATE-ED.                                     00006780
                                                                        00006790
      ***************************************************************** 00006800
      * Determine WS-TIER1-KWH, WS-TIER2-KWH, WS-TIER3-KWH              00006810
      * based on WS-KWH-USED and the looked-up tier limits for the      00006820
      * corrected rate schedule.                                        00006830
      ***************************************************************** 00006840
       200-CALC-TIERS.                                                  00006850
           IF WS-KWH-USED <= WS-TIER1-LIMIT-PRORATED                    00006860
               MOVE WS-KWH-USED TO WS-TIER1-KWH                         00006870
               MOVE 0 TO WS-TIER2-KWH WS-TIER3-KWH                      00006880
           ELSE                                                         00006890
               MOVE WS-TIER1-LIMIT-PRORATED TO WS-TIER1-KWH             00006900
               IF WS-KWH-USED <= (WS-TIER1-LIMIT-PRORATED               00006910
                       + WS-TIER2-LIMIT-PRORATED)                       00006920
                   COMPUTE WS-TIER2-KWH =                               00006930
                       WS-KWH-USED - WS-TIER1-LIMIT-PRORATED            00006940
                   MOVE 0 TO WS-TIER3-KWH                               00006950
               ELSE                                                     00006960
                   MOVE WS-TIER2-LIMIT-PRORATED TO WS-TIER2-KWH         00006970
                   COMPUTE WS-TIER3-KWH =                               00006980
                       WS-KWH-USED - WS-TIER1-LIMIT-PRORATED            00006990
                           - WS-TIER2-LIMIT-PRORATED                    00007000
               END-IF                                                   00007010
           END-IF.                                                      00007020
                                                                        00007030
      ***************************************************************** 00007040
      * COMPUTE charges using ROUNDED and compute totals.               00007050
      ***************************************************************** 00007060
       300-CALC-CHARGES.                                                00007070
           COMPUTE WS-TIER1-CHARGE ROUNDED =                            00007080
               WS-TIER1-KWH * WS-RATE-TIER1.                            00007090
           COMPUTE WS-TIER2-CHARGE ROUNDED =                            00007100
               WS-TIER2-KWH * WS-RATE-TIER2.                            00007110
           COMPUTE WS-TIER3-CHARGE ROUNDED =                            00007120
               WS-TIER3-KWH * WS-RATE-TIER3.                            00007130
           COMPUTE WS-SUBTOTAL =                                        00007140
               WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE.     00007150
           COMPUTE WS-TOTAL-BILL =                                      00007160
               WS-SUBTOTAL + WS-SERVICE-FEE-PRORATED.                   00007170
                                                                        00007180
      ***************************************************************** 00007190
      * Carry the budget plan through the correction. A levelized       00007200
      * bill (enrolled, not the anniversary month, still active)        00007210
      * keeps the amount the plan billed, and the change in actual      00007220
      * charges rides in the deferral. A true-up settlement bill        00007230
      * settles the corrected actual charges against the same           00007240
      * deferral it settled before; one that now nets to a credit       00007250
      * bills zero and leaves the credit in the deferral. Any other     00007260
      * bill simply bills its corrected actual charges. The deferral    00007270
      * change is what the original bill's deferral movement becomes    00007280
      * on the corrected bill.                                          00007290
      ***************************************************************** 00007300
       305-APPLY-BUDGET-PLAN.                                           00007310
           MOVE WS-TOTAL-BILL TO WS-ACTUAL-BILL.                        00007320
           MOVE 'N' TO WS-BUDGET-APPLIED-SW.                            00007330
           IF CM-BUDGET-ENROLLED                                        00007340
                   AND BC-BILL-MM NOT = CM-BUDGET-ANNIV-MM              00007350
                   AND CM-STATUS-ACTIVE                                 00007360
               MOVE WS-ORIG-TOTAL-BILL TO WS-TOTAL-BILL                 00007370
               SET BUDGET-APPLIED TO TRUE                               00007380
           ELSE                                                         00007390
               IF WS-ORIG-TOTAL-BILL NOT = WS-ORIG-ACTUAL-BILL          00007400
                   COMPUTE WS-BUDGET-TOTAL-WORK =                       00007410
                       WS-ORIG-TOTAL-BILL + WS-ACTUAL-BILL              00007420
                           - WS-ORIG-ACTUAL-BILL                        00007430
                   IF WS-BUDGET-TOTAL-WORK < 0                          00007440
                       MOVE 0 TO WS-TOTAL-BILL                          00007450
                   ELSE                                                 00007460
                       MOVE WS-BUDGET-TOTAL-WORK TO WS-TOTAL-BILL       00007470
                   END-IF                                               00007480
                   SET BUDGET-APPLIED TO TRUE                           00007490
               END-IF                                                   00007500
           END-IF.                                                      00007510
           COMPUTE WS-BUDGET-DEFERRAL-CHG =                             00007520
               (WS-ACTUAL-BILL - WS-TOTAL-BILL)                         00007530
                   - (WS-ORIG-ACTUAL-BILL - WS-ORIG-TOTAL-BILL).        00007540
                                                                        00007550
      ***************************************************************** 00007560
      * Figure the city franchise fee and state utility tax on the      00007570
      * corrected ACTUAL charges, as UTIL2000 does.                     00007580
      ***************************************************************** 00007590
       309-CALC-TAXES.                                                  00007600
           COMPUTE WS-FRANCHISE-FEE ROUNDED =                           00007610
               WS-ACTUAL-BILL * WS-FRANCHISE-RATE.                      00007620
           COMPUTE WS-UTILITY-TAX ROUNDED =                             00007630
               WS-ACTUAL-BILL * WS-UTILITY-RATE.                        00007640
           COMPUTE WS-TAX-TOTAL =                                       00007650
               WS-FRANCHISE-FEE + WS-UTILITY-TAX.                       00007660
                                                                        00007670
      ***************************************************************** 00007680
      * Work one correction: edit it, and either reject it to the       00007690
      * register or cancel the original bill, reprice it, write the     00007700
      * rebill, adjust the master, journal both halves and print the    00007710
      * corrected bill and its register entry.                          00007720
      ***************************************************************** 00007730
       400-PROCESS-CORRECTION.                                          00007740
           MOVE WS-CORR-TRAN (WS-CORR-IDX) TO BC-CORRECTION-RECORD.     00007750
           ADD 1 TO WS-READ-COUNT.                                      00007760
           MOVE SPACES TO WS-BILL-DATE-ED.                              00007770
           STRING BC-BILL-MM   DELIMITED BY SIZE                        00007780
                  '/'          DELIMITED BY SIZE                        00007790
                  BC-BILL-DD   DELIMITED BY SIZE                        00007800
                  '/'          DELIMITED BY SIZE                        00007810
                  BC-BILL-CCYY DELIMITED BY SIZE                        00007820
               INTO WS-BILL-DATE-ED.                                    00007830
           PERFORM 410-EDIT-CORRECTION.                                 00007840
           IF WS-REJECT-REASON NOT = SPACES                             00007850
               ADD 1 TO WS-REJECTED-COUNT                               00007860
               PERFORM 570-WRITE-REJECT-LINE                            00007870
           ELSE                                                         00007880
               PERFORM 420-LOAD-ORIGINAL-BILL                           00007890
               PERFORM 430-REPRICE-BILL                                 00007900
               PERFORM 440-WRITE-CANCEL-RECORD                          00007910
               PERFORM 450-WRITE-REBILL-RECORD                          00007920
               PERFORM 460-ADJUST-MASTER-BALANCE                        00007930
               PERFORM 470-ACCUMULATE-GL                                00007940
               PERFORM 485-RESOLVE-MAILING-ADDRESS                      00007950
               IF MAIL-ADDR-USABLE                                      00007960
                   PERFORM 480-WRITE-CORRECTED-BILL                     00007970
                   ADD 1 TO WS-PRINTED-COUNT                            00007980
               ELSE                                                     00007990
                   ADD 1 TO WS-NO-ADDR-COUNT                            00008000
               END-IF                                                   00008010
               PERFORM 500-WRITE-REGISTER-ENTRY                         00008020
               ADD 1 TO WS-REBILLED-COUNT                               00008030
               ADD WS-ORIG-OWED  TO WS-ORIG-OWED-TOTAL                  00008040
               ADD WS-NEW-OWED   TO WS-NEW-OWED-TOTAL                   00008050
               ADD WS-NET-ADJUST TO WS-NET-ADJUST-TOTAL                 00008060
           END-IF.                                                      00008070
                                                                        00008080
      ***************************************************************** 00008090
      * Edit the correction. The account must be on the master, the     00008100
      * bill must be on file and not already cancelled, and there       00008110
      * must be a correction to make: a numeric kWh, a schedule on      00008120
      * the rate table, or both. The first failure found is the         00008130
      * reason reported. A net-metered bill is not repriced here:       00008140
      * its kWh were netted against the bank, and correcting it         00008142
      * moves the bank and every bill netted since, so it is            00008144
      * rejected to be corrected by hand.                               00008146
      ***************************************************************** 00008150
       410-EDIT-CORRECTION.                                             00008160
           MOVE SPACES TO WS-REJECT-REASON.                             00008170
           MOVE BC-ACCOUNT-NO TO CM-ACCOUNT-NO.                         00008180
           READ CUSTMAS-FILE                                            00008190
               INVALID KEY                                              00008200
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON     00008210
           END-READ.                                                    00008220
           MOVE 'N' TO WS-SCHED-FOUND-SW.                               00008230
           IF BC-CORR-SCHEDULE NOT = SPACES                             00008240
               SET WS-RS-IDX TO 1                                       00008250
               SEARCH WS-RATE-SCHEDULE-ENTRY                            00008260
                   AT END                                               00008270
                       CONTINUE                                         00008280
                   WHEN WS-RS-SCHEDULE-CODE (WS-RS-IDX) =               00008290
                           BC-CORR-SCHEDULE                             00008300
                       SET SCHED-FOUND TO TRUE                          00008310
               END-SEARCH                                               00008320
           END-IF.                                                      00008330
      *    THE ORIGINAL BILL SAYS WHETHER IT WAS NETTED                 00008332
           IF CORR-BILL-FOUND (WS-CORR-IDX)                             00008334
               MOVE WS-CORR-BILL (WS-CORR-IDX) TO BILLHIST-RECORD       00008336
           END-IF.                                                      00008338
           EVALUATE TRUE                                                00008340
               WHEN WS-REJECT-REASON NOT = SPACES                       00008350
                   CONTINUE                                             00008360
               WHEN NOT CORR-BILL-FOUND (WS-CORR-IDX)                   00008370
                   MOVE 'ORIGINAL BILL NOT IN HISTORY'                  00008380
                       TO WS-REJECT-REASON                              00008390
               WHEN BH-NET-METERED                                      00008392
                   MOVE 'NET-METERED - CORRECT MANUALLY'                00008394
                       TO WS-REJECT-REASON                              00008396
               WHEN BC-CORR-KWH-X = SPACES                              00008400
                       AND BC-CORR-SCHEDULE = SPACES                    00008410
                   MOVE 'NO CORRECTION GIVEN' TO WS-REJECT-REASON       00008420
               WHEN BC-CORR-KWH-X NOT = SPACES                          00008430
                       AND BC-CORR-KWH IS NOT NUMERIC                   00008440
                   MOVE 'CORRECTED KWH NOT NUMERIC'                     00008450
                       TO WS-REJECT-REASON                              00008460
               WHEN BC-CORR-SCHEDULE NOT = SPACES                       00008470
                       AND NOT SCHED-FOUND                              00008480
                   MOVE 'UNKNOWN RATE SCHEDULE' TO WS-REJECT-REASON     00008490
           END-EVALUATE.                                                00008500
                                                                        00008510
      ***************************************************************** 00008520
      * Pull the original bill out of its history image. Records cut    00008530
      * before the schedule and days were kept fall back to the         00008540
      * master's. The tax is split back into its franchise fee and      00008550
      * utility tax, and the service fee is what the actual charges     00008560
      * carry over the tiers.                                           00008570
      ***************************************************************** 00008580
       420-LOAD-ORIGINAL-BILL.                                          00008590
           MOVE WS-CORR-BILL (WS-CORR-IDX) TO BILLHIST-RECORD.          00008600
           MOVE BH-KWH-USED     TO WS-ORIG-KWH.                         00008610
           MOVE BH-TIER1-CHARGE TO WS-ORIG-TIER1-CHARGE.                00008620
           MOVE BH-TIER2-CHARGE TO WS-ORIG-TIER2-CHARGE.                00008630
           MOVE BH-TIER3-CHARGE TO WS-ORIG-TIER3-CHARGE.                00008640
           MOVE BH-TOTAL-BILL   TO WS-ORIG-TOTAL-BILL.                  00008650
           IF BH-ACTUAL-BILL IS NUMERIC                                 00008660
               MOVE BH-ACTUAL-BILL TO WS-ORIG-ACTUAL-BILL               00008670
           ELSE                                                         00008680
               MOVE BH-TOTAL-BILL  TO WS-ORIG-ACTUAL-BILL               00008690
           END-IF.                                                      00008700
           IF BH-TAX-AMOUNT IS NUMERIC                                  00008710
               MOVE BH-TAX-AMOUNT TO WS-ORIG-TAX-TOTAL                  00008720
           ELSE                                                         00008730
               MOVE 0 TO WS-ORIG-TAX-TOTAL                              00008740
           END-IF.                                                      00008750
           IF BH-DUE-DATE IS NUMERIC                                    00008760
               MOVE BH-DUE-DATE TO WS-ORIG-DUE-DATE                     00008770
           ELSE                                                         00008780
               MOVE 0 TO WS-ORIG-DUE-DATE                               00008790
           END-IF.                                                      00008800
           IF BH-SCHEDULE-CODE = SPACES                                 00008810
               MOVE CM-SCHEDULE-CODE TO WS-ORIG-SCHEDULE-CODE           00008820
           ELSE                                                         00008830
               MOVE BH-SCHEDULE-CODE TO WS-ORIG-SCHEDULE-CODE           00008840
           END-IF.                                                      00008850
           IF BH-BILLING-DAYS IS NUMERIC AND BH-BILLING-DAYS > 0        00008860
               MOVE BH-BILLING-DAYS TO WS-ORIG-DAYS                     00008870
           ELSE                                                         00008880
               MOVE CM-BILLING-DAYS TO WS-ORIG-DAYS                     00008890
           END-IF.                                                      00008900
           COMPUTE WS-ORIG-OWED =                                       00008910
               WS-ORIG-TOTAL-BILL + WS-ORIG-TAX-TOTAL.                  00008920
                                                                        00008930
           MOVE WS-ORIG-SCHEDULE-CODE TO WS-CUST-SCHEDULE-CODE.         00008940
           PERFORM 150-LOOKUP-RATE-SCHEDULE.                            00008950
           MOVE WS-CUST-SCHED-IDX TO WS-ORIG-SCHED-IDX.                 00008960
           MOVE WS-CUST-SCHEDULE-CODE TO WS-ORIG-SCHEDULE-CODE.         00008970
                                                                        00008980
           MOVE CM-TAX-JURISDICTION TO WS-CUST-TAX-JURIS.               00008990
           PERFORM 155-LOOKUP-TAX-JURISDICTION.                         00009000
           COMPUTE WS-ORIG-FRANCHISE-FEE ROUNDED =                      00009010
               WS-ORIG-ACTUAL-BILL * WS-FRANCHISE-RATE.                 00009020
           IF WS-ORIG-FRANCHISE-FEE > WS-ORIG-TAX-TOTAL                 00009030
               MOVE WS-ORIG-TAX-TOTAL TO WS-ORIG-FRANCHISE-FEE          00009040
           END-IF.                                                      00009050
           COMPUTE WS-ORIG-UTILITY-TAX =                                00009060
               WS-ORIG-TAX-TOTAL - WS-ORIG-FRANCHISE-FEE.               00009070
                                                                        00009080
           COMPUTE WS-ORIG-SERVICE-FEE =                                00009090
               WS-ORIG-ACTUAL-BILL - WS-ORIG-TIER1-CHARGE               00009100
                   - WS-ORIG-TIER2-CHARGE - WS-ORIG-TIER3-CHARGE.       00009110
           IF WS-ORIG-SERVICE-FEE < 0                                   00009120
               MOVE 0 TO WS-ORIG-SERVICE-FEE                            00009130
           END-IF.                                                      00009140
                                                                        00009150
      ***************************************************************** 00009160
      * Reprice the bill on the corrected usage and schedule - the      00009170
      * original's where no correction was given - over the original    00009180
      * service period, with the original service fee.                  00009190
      ***************************************************************** 00009200
       430-REPRICE-BILL.                                                00009210
           IF BC-CORR-KWH-X = SPACES                                    00009220
               MOVE WS-ORIG-KWH TO WS-KWH-USED                          00009230
           ELSE                                                         00009240
               MOVE BC-CORR-KWH TO WS-KWH-USED                          00009250
           END-IF.                                                      00009260
           IF BC-CORR-SCHEDULE = SPACES                                 00009270
               MOVE WS-ORIG-SCHEDULE-CODE TO WS-CUST-SCHEDULE-CODE      00009280
           ELSE                                                         00009290
               MOVE BC-CORR-SCHEDULE TO WS-CUST-SCHEDULE-CODE           00009300
           END-IF.                                                      00009310
           MOVE WS-ORIG-DAYS TO WS-BILLING-DAYS.                        00009320
           MOVE WS-ORIG-SERVICE-FEE TO WS-SERVICE-FEE-PRORATED.         00009330
                                                                        00009340
           PERFORM 150-LOOKUP-RATE-SCHEDULE.                            00009350
           PERFORM 160-DETERMINE-DAYS-IN-MONTH.                         00009360
           PERFORM 170-PRORATE-FOR-BILLING-PERIOD.                      00009370
           PERFORM 200-CALC-TIERS.                                      00009380
           PERFORM 300-CALC-CHARGES.                                    00009390
           PERFORM 305-APPLY-BUDGET-PLAN.                               00009400
           PERFORM 309-CALC-TAXES.                                      00009410
           COMPUTE WS-NEW-OWED = WS-TOTAL-BILL + WS-TAX-TOTAL.          00009420
                                                                        00009430
      ***************************************************************** 00009440
      * Reverse the original bill: its history image again, marked      00009450
      * as a cancel under the same run date so every reader that        00009460
      * totals history takes it back out. The schedule and days it      00009470
      * was priced on are filled in where the image predates them.      00009480
      ***************************************************************** 00009490
       440-WRITE-CANCEL-RECORD.                                         00009500
           MOVE WS-CORR-BILL (WS-CORR-IDX) TO BILLHIST-RECORD.          00009510
           MOVE WS-ORIG-SCHEDULE-CODE TO BH-SCHEDULE-CODE.              00009520
           MOVE WS-ORIG-DAYS          TO BH-BILLING-DAYS.               00009530
           MOVE 'X'                   TO BH-ENTRY-TYPE.                 00009540
           WRITE BILLHIST-RECORD.                                       00009550
                                                                        00009560
      ***************************************************************** 00009570
      * Write the corrected bill under the original's run date and      00009580
      * cycle, so aging and archiving treat it as the same bill; it     00009590
      * carries the new due date and any closing adjustment the         00009600
      * original carried.                                               00009610
      ***************************************************************** 00009620
       450-WRITE-REBILL-RECORD.                                         00009630
           MOVE WS-CORR-BILL (WS-CORR-IDX) TO BILLHIST-RECORD.          00009640
           MOVE WS-KWH-USED           TO BH-KWH-USED.                   00009650
           MOVE WS-TIER1-CHARGE       TO BH-TIER1-CHARGE.               00009660
           MOVE WS-TIER2-CHARGE       TO BH-TIER2-CHARGE.               00009670
           MOVE WS-TIER3-CHARGE       TO BH-TIER3-CHARGE.               00009680
           MOVE WS-TOTAL-BILL         TO BH-TOTAL-BILL.                 00009690
           MOVE WS-ACTUAL-BILL        TO BH-ACTUAL-BILL.                00009700
           MOVE WS-TAX-TOTAL          TO BH-TAX-AMOUNT.                 00009710
           MOVE WS-DUE-DATE           TO BH-DUE-DATE.                   00009720
           MOVE WS-CUST-SCHEDULE-CODE TO BH-SCHEDULE-CODE.              00009730
           MOVE WS-BILLING-DAYS       TO BH-BILLING-DAYS.               00009740
           MOVE 'R'                   TO BH-ENTRY-TYPE.                 00009750
           WRITE BILLHIST-RECORD.                                       00009760
           PERFORM 120-CARRY-REBILL-FORWARD.                            00009770
                                                                        00009780
      ***************************************************************** 00009790
      * Move the net difference onto the master. More owed goes on      00009800
      * the rolled balance; less owed comes off it first, and any       00009810
      * credit beyond it is carried as a payment. The budget            00009820
      * deferral takes its change, and if the bill being corrected      00009830
      * is still the one the master is waiting on, the corrected        00009840
      * bill's due date replaces its own.                               00009850
      ***************************************************************** 00009860
       460-ADJUST-MASTER-BALANCE.                                       00009870
           COMPUTE WS-NET-ADJUST = WS-NEW-OWED - WS-ORIG-OWED.          00009880
           IF WS-NET-ADJUST >= 0                                        00009890
               ADD WS-NET-ADJUST TO CM-PREVIOUS-BALANCE                 00009900
           ELSE                                                         00009910
               COMPUTE WS-CREDIT-WORK = 0 - WS-NET-ADJUST               00009920
               IF WS-CREDIT-WORK > CM-PREVIOUS-BALANCE                  00009930
                   SUBTRACT CM-PREVIOUS-BALANCE FROM WS-CREDIT-WORK     00009940
                   MOVE 0 TO CM-PREVIOUS-BALANCE                        00009950
                   ADD WS-CREDIT-WORK TO CM-PAYMENTS-RECEIVED           00009960
               ELSE                                                     00009970
                   SUBTRACT WS-CREDIT-WORK FROM CM-PREVIOUS-BALANCE     00009980
               END-IF                                                   00009990
           END-IF.                                                      00010000
           ADD WS-BUDGET-DEFERRAL-CHG TO CM-BUDGET-DEFERRAL.            00010010
           IF WS-ORIG-DUE-DATE > 0                                      00010020
                   AND CM-DUE-DATE IS NUMERIC                           00010030
                   AND CM-DUE-DATE = WS-ORIG-DUE-DATE                   00010040
               MOVE WS-DUE-DATE TO CM-DUE-DATE                          00010050
           END-IF.                                                      00010060
           REWRITE CM-CUSTOMER-RECORD                                   00010070
               INVALID KEY                                              00010080
                   DISPLAY 'UNABLE TO REWRITE CUSTMAS, ACCOUNT: '       00010090
                       CM-ACCOUNT-NO                                    00010100
           END-REWRITE.                                                 00010110
           COMPUTE WS-OPEN-BALANCE =                                    00010120
               CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED.              00010130
                                                                        00010140
      ***************************************************************** 00010150
      * Roll both halves of the correction into the GL journal - the    00010160
      * original bill's amounts into the cancel set, the corrected      00010170
      * bill's into the rebill set - by schedule, component and         00010180
      * jurisdiction, the way UTIL2000 distributes a billing run.       00010190
      ***************************************************************** 00010200
       470-ACCUMULATE-GL.                                               00010210
           ADD WS-ORIG-TIER1-CHARGE                                     00010220
               TO WS-GL-T1-REV (1 WS-ORIG-SCHED-IDX).                   00010230
           ADD WS-ORIG-TIER2-CHARGE                                     00010240
               TO WS-GL-T2-REV (1 WS-ORIG-SCHED-IDX).                   00010250
           ADD WS-ORIG-TIER3-CHARGE                                     00010260
               TO WS-GL-T3-REV (1 WS-ORIG-SCHED-IDX).                   00010270
           ADD WS-ORIG-SERVICE-FEE                                      00010280
               TO WS-GL-FEE-REV (1 WS-ORIG-SCHED-IDX).                  00010290
           ADD WS-ORIG-FRANCHISE-FEE                                    00010300
               TO WS-GL-FRAN-TAX (1 WS-CUST-TAX-SUB).                   00010310
           ADD WS-ORIG-UTILITY-TAX                                      00010320
               TO WS-GL-UTIL-TAX (1 WS-CUST-TAX-SUB).                   00010330
           COMPUTE WS-GL-DEFERRAL-NET (1) = WS-GL-DEFERRAL-NET (1)      00010340
               + WS-ORIG-TOTAL-BILL - WS-ORIG-ACTUAL-BILL.              00010350
           ADD WS-ORIG-OWED TO WS-GL-RECEIVABLE (1).                    00010360
                                                                        00010370
           ADD WS-TIER1-CHARGE TO WS-GL-T1-REV (2 WS-CUST-SCHED-IDX).   00010380
           ADD WS-TIER2-CHARGE TO WS-GL-T2-REV (2 WS-CUST-SCHED-IDX).   00010390
           ADD WS-TIER3-CHARGE TO WS-GL-T3-REV (2 WS-CUST-SCHED-IDX).   00010400
           ADD WS-SERVICE-FEE-PRORATED                                  00010410
               TO WS-GL-FEE-REV (2 WS-CUST-SCHED-IDX).                  00010420
           ADD WS-FRANCHISE-FEE TO WS-GL-FRAN-TAX (2 WS-CUST-TAX-SUB).  00010430
           ADD WS-UTILITY-TAX   TO WS-GL-UTIL-TAX (2 WS-CUST-TAX-SUB).  00010440
           COMPUTE WS-GL-DEFERRAL-NET (2) = WS-GL-DEFERRAL-NET (2)      00010450
               + WS-TOTAL-BILL - WS-ACTUAL-BILL.                        00010460
           ADD WS-NEW-OWED TO WS-GL-RECEIVABLE (2).                     00010470
                                                                        00010480
      ***************************************************************** 00010490
      * Print the corrected bill for the mail house, laid out like      00010500
      * UTIL2000's bill document: the corrected charges for the         00010510
      * original service period, what was billed before, the            00010520
      * adjustment, and the balance now due by the new due date.        00010530
      ***************************************************************** 00010540
       480-WRITE-CORRECTED-BILL.                                        00010550
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00010560
           STRING 'UTIL2000 ELECTRIC SERVICE' DELIMITED BY SIZE         00010570
                  '                 BILL DATE: ' DELIMITED BY SIZE      00010580
                  WS-RUN-DATE-ED             DELIMITED BY SIZE          00010590
               INTO WS-DOC-LINE-WORK.                                   00010600
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00010610
               AFTER ADVANCING PAGE.                                    00010620
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00010630
           MOVE '*** CORRECTED BILL ***' TO WS-DOC-LINE-WORK.           00010640
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00010650
               AFTER ADVANCING 1 LINE.                                  00010660
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00010670
           STRING 'THIS BILL CORRECTS AND REPLACES YOUR BILL OF '       00010680
                      DELIMITED BY SIZE                                 00010690
                  WS-BILL-DATE-ED DELIMITED BY SIZE                     00010700
               INTO WS-DOC-LINE-WORK.                                   00010710
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00010720
               AFTER ADVANCING 1 LINE.                                  00010730
           WRITE DOC-LINE FROM WS-DOC-SEP-LINE                          00010740
               AFTER ADVANCING 1 LINE.                                  00010750
           PERFORM 482-WRITE-MAILING-ADDRESS.                           00010760
                                                                        00010770
           MOVE CM-ACCOUNT-NO TO WS-REBL-ACCT-ED.                       00010780
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00010790
           STRING 'ACCOUNT: '      DELIMITED BY SIZE                    00010800
                  WS-REBL-ACCT-ED  DELIMITED BY SIZE                    00010810
                  '   NAME: '      DELIMITED BY SIZE                    00010820
                  CM-CUST-NAME     DELIMITED BY SIZE                    00010830
               INTO WS-DOC-LINE-WORK.                                   00010840
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00010850
               AFTER ADVANCING 1 LINE.                                  00010860
                                                                        00010870
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00010880
           STRING 'SERVICE ADDRESS: ' DELIMITED BY SIZE                 00010890
                  WS-SVC-ADDR-LINE    DELIMITED BY SIZE                 00010900
               INTO WS-DOC-LINE-WORK.                                   00010910
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00010920
               AFTER ADVANCING 1 LINE.                                  00010930
           MOVE WS-BILLING-DAYS TO WS-DOC-DAYS-ED.                      00010940
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00010950
           STRING 'SERVICE PERIOD: '    DELIMITED BY SIZE               00010960
                  WS-DOC-DAYS-ED        DELIMITED BY SIZE               00010970
                  ' DAYS ENDING '       DELIMITED BY SIZE               00010980
                  WS-BILL-DATE-ED       DELIMITED BY SIZE               00010990
                  '   RATE: '           DELIMITED BY SIZE               00011000
                  WS-CUST-SCHEDULE-CODE DELIMITED BY SIZE               00011010
               INTO WS-DOC-LINE-WORK.                                   00011020
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011030
               AFTER ADVANCING 1 LINE.                                  00011040
                                                                        00011050
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00011060
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011070
               AFTER ADVANCING 1 LINE.                                  00011080
                                                                        00011090
           MOVE WS-TIER1-KWH    TO WS-DOC-KWH-ED.                       00011100
           MOVE WS-TIER1-CHARGE TO WS-DOC-AMT-ED.                       00011110
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00011120
           STRING 'TIER 1 ENERGY   ' DELIMITED BY SIZE                  00011130
                  WS-DOC-KWH-ED      DELIMITED BY SIZE                  00011140
                  ' KWH        '     DELIMITED BY SIZE                  00011150
                  WS-DOC-AMT-ED      DELIMITED BY SIZE                  00011160
               INTO WS-DOC-LINE-WORK.                                   00011170
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011180
               AFTER ADVANCING 1 LINE.                                  00011190
                                                                        00011200
           MOVE WS-TIER2-KWH    TO WS-DOC-KWH-ED.                       00011210
           MOVE WS-TIER2-CHARGE TO WS-DOC-AMT-ED.                       00011220
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00011230
           STRING 'TIER 2 ENERGY   ' DELIMITED BY SIZE                  00011240
                  WS-DOC-KWH-ED      DELIMITED BY SIZE                  00011250
                  ' KWH        '     DELIMITED BY SIZE                  00011260
                  WS-DOC-AMT-ED      DELIMITED BY SIZE                  00011270
               INTO WS-DOC-LINE-WORK.                                   00011280
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011290
               AFTER ADVANCING 1 LINE.                                  00011300
                                                                        00011310
           MOVE WS-TIER3-KWH    TO WS-DOC-KWH-ED.                       00011320
           MOVE WS-TIER3-CHARGE TO WS-DOC-AMT-ED.                       00011330
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00011340
           STRING 'TIER 3 ENERGY   ' DELIMITED BY SIZE                  00011350
                  WS-DOC-KWH-ED      DELIMITED BY SIZE                  00011360
                  ' KWH        '     DELIMITED BY SIZE                  00011370
                  WS-DOC-AMT-ED      DELIMITED BY SIZE                  00011380
               INTO WS-DOC-LINE-WORK.                                   00011390
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011400
               AFTER ADVANCING 1 LINE.                                  00011410
                                                                        00011420
           MOVE WS-SERVICE-FEE-PRORATED TO WS-MONEY-ED.                 00011430
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00011440
           STRING 'SERVICE FEE (PRORATED)       ' DELIMITED BY SIZE     00011450
                  WS-MONEY-ED                     DELIMITED BY SIZE     00011460
               INTO WS-DOC-LINE-WORK.                                   00011470
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011480
               AFTER ADVANCING 1 LINE.                                  00011490
                                                                        00011500
           MOVE WS-TOTAL-BILL TO WS-MONEY-ED.                           00011510
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00011520
           STRING 'TOTAL CURRENT CHARGES        ' DELIMITED BY SIZE     00011530
                  WS-MONEY-ED                     DELIMITED BY SIZE     00011540
               INTO WS-DOC-LINE-WORK.                                   00011550
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011560
               AFTER ADVANCING 1 LINE.                                  00011570
                                                                        00011580
           IF WS-FRANCHISE-FEE > 0                                      00011590
               MOVE WS-FRANCHISE-FEE TO WS-MONEY-ED                     00011600
               MOVE SPACES TO WS-DOC-LINE-WORK                          00011610
               STRING 'CITY FRANCHISE FEE           ' DELIMITED BY SIZE 00011620
                      WS-MONEY-ED                     DELIMITED BY SIZE 00011630
                   INTO WS-DOC-LINE-WORK                                00011640
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00011650
                   AFTER ADVANCING 1 LINE                               00011660
           END-IF.                                                      00011670
           IF WS-UTILITY-TAX > 0                                        00011680
               MOVE WS-UTILITY-TAX TO WS-MONEY-ED                       00011690
               MOVE SPACES TO WS-DOC-LINE-WORK                          00011700
               STRING 'STATE UTILITY TAX            ' DELIMITED BY SIZE 00011710
                      WS-MONEY-ED                     DELIMITED BY SIZE 00011720
                   INTO WS-DOC-LINE-WORK                                00011730
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00011740
                   AFTER ADVANCING 1 LINE                               00011750
           END-IF.                                                      00011760
                                                                        00011770
           IF BUDGET-APPLIED                                            00011780
               MOVE WS-ACTUAL-BILL TO WS-MONEY-ED                       00011790
               MOVE SPACES TO WS-DOC-LINE-WORK                          00011800
               STRING 'ACTUAL CHARGES THIS PERIOD   ' DELIMITED BY SIZE 00011810
                      WS-MONEY-ED                     DELIMITED BY SIZE 00011820
                   INTO WS-DOC-LINE-WORK                                00011830
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00011840
                   AFTER ADVANCING 1 LINE                               00011850
               MOVE CM-BUDGET-DEFERRAL TO WS-DOC-SIGNED-ED              00011860
               MOVE SPACES TO WS-DOC-LINE-WORK                          00011870
               STRING 'BUDGET PLAN DEFERRAL BALANCE ' DELIMITED BY SIZE 00011880
                      WS-DOC-SIGNED-ED                DELIMITED BY SIZE 00011890
                   INTO WS-DOC-LINE-WORK                                00011900
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00011910
                   AFTER ADVANCING 1 LINE                               00011920
           END-IF.                                                      00011930
                                                                        00011940
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00011950
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00011960
               AFTER ADVANCING 1 LINE.                                  00011970
                                                                        00011980
           MOVE WS-ORIG-OWED TO WS-MONEY-ED.                            00011990
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012000
           STRING 'PREVIOUSLY BILLED            ' DELIMITED BY SIZE     00012010
                  WS-MONEY-ED                     DELIMITED BY SIZE     00012020
               INTO WS-DOC-LINE-WORK.                                   00012030
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012040
               AFTER ADVANCING 1 LINE.                                  00012050
                                                                        00012060
           MOVE WS-NEW-OWED TO WS-MONEY-ED.                             00012070
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012080
           STRING 'CORRECTED CHARGES AND TAXES  ' DELIMITED BY SIZE     00012090
                  WS-MONEY-ED                     DELIMITED BY SIZE     00012100
               INTO WS-DOC-LINE-WORK.                                   00012110
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012120
               AFTER ADVANCING 1 LINE.                                  00012130
                                                                        00012140
           MOVE WS-NET-ADJUST TO WS-DOC-SIGNED-ED.                      00012150
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012160
           STRING 'ADJUSTMENT TO YOUR ACCOUNT   ' DELIMITED BY SIZE     00012170
                  WS-DOC-SIGNED-ED                DELIMITED BY SIZE     00012180
               INTO WS-DOC-LINE-WORK.                                   00012190
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012200
               AFTER ADVANCING 1 LINE.                                  00012210
                                                                        00012220
           MOVE WS-OPEN-BALANCE TO WS-DOC-SIGNED-ED.                    00012230
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012240
           STRING 'ACCOUNT BALANCE NOW DUE      ' DELIMITED BY SIZE     00012250
                  WS-DOC-SIGNED-ED                DELIMITED BY SIZE     00012260
               INTO WS-DOC-LINE-WORK.                                   00012270
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012280
               AFTER ADVANCING 1 LINE.                                  00012290
                                                                        00012300
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012310
           STRING 'PLEASE PAY BY '  DELIMITED BY SIZE                   00012320
                  WS-DUE-DATE-ED    DELIMITED BY SIZE                   00012330
               INTO WS-DOC-LINE-WORK.                                   00012340
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012350
               AFTER ADVANCING 1 LINE.                                  00012360
                                                                        00012370
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012380
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012390
               AFTER ADVANCING 1 LINE.                                  00012400
                                                                        00012410
           IF WS-OPEN-BALANCE < 0                                       00012420
               MOVE 0 TO WS-STUB-AMOUNT                                 00012430
           ELSE                                                         00012440
               MOVE WS-OPEN-BALANCE TO WS-STUB-AMOUNT                   00012450
           END-IF.                                                      00012460
           MOVE WS-STUB-AMOUNT TO WS-STUB-AMOUNT-ED.                    00012470
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012480
           STRING 'RMT '             DELIMITED BY SIZE                  00012490
                  CM-ACCOUNT-NO      DELIMITED BY SIZE                  00012500
                  ' '                DELIMITED BY SIZE                  00012510
                  WS-STUB-AMOUNT-ED  DELIMITED BY SIZE                  00012520
                  ' '                DELIMITED BY SIZE                  00012530
                  WS-DUE-DATE        DELIMITED BY SIZE                  00012540
               INTO WS-DOC-LINE-WORK.                                   00012550
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012560
               AFTER ADVANCING 1 LINE.                                  00012570
                                                                        00012580
      ***************************************************************** 00012590
      * Write the mailing block at the top of the corrected bill, in    00012600
      * the envelope window: the customer's full name, the mailing      00012610
      * address lines resolved by 485-RESOLVE-MAILING-ADDRESS, and      00012620
      * city, state and zip (plus four when on file).                   00012630
      ***************************************************************** 00012640
       482-WRITE-MAILING-ADDRESS.                                       00012650
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012660
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012670
               AFTER ADVANCING 1 LINE.                                  00012680
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012690
           MOVE WS-MAIL-NAME TO WS-DOC-LINE-WORK.                       00012700
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012710
               AFTER ADVANCING 1 LINE.                                  00012720
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012730
           MOVE WS-MAIL-LINE-1 TO WS-DOC-LINE-WORK.                     00012740
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00012750
               AFTER ADVANCING 1 LINE.                                  00012760
           IF WS-MAIL-LINE-2 NOT = SPACES                               00012770
               MOVE SPACES TO WS-DOC-LINE-WORK                          00012780
               MOVE WS-MAIL-LINE-2 TO WS-DOC-LINE-WORK                  00012790
               WRITE DOC-LINE FROM WS-DOC-LINE-WORK                     00012800
                   AFTER ADVANCING 1 LINE                               00012810
           END-IF.                                                      00012820
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00012830
           IF WS-MAIL-ZIP-PLUS4 IS NUMERIC                              00012840
               STRING WS-MAIL-CITY      DELIMITED BY '  '               00012850
                      ', '              DELIMITED BY SIZE               00012860
                      WS-MAIL-STATE     DELIMITED BY SIZE               00012870
                      ' '               DELIMITED BY SIZE               00012880
                      WS-MAIL-ZIP       DELIMITED BY SIZE               00012890
                      '-'               DELIMITED BY SIZE               00012900
                      WS-MAIL-ZIP-PLUS4 DELIMITED BY SIZE               00012910
                   INTO WS-DOC-LINE-WORK                                00012920
           ELSE                                                         00012930
               STRING WS-MAIL-CITY      DELIMITED BY '  '               00012940
                      ', '              DELIMITED BY SIZE               00012950
                      WS-MAIL-STATE     DELIMITED BY SIZE               00012960
                      ' '               DELIMITED BY SIZE               00012970
                      WS-MAIL-ZIP       DELIMITED BY SIZE               00012980
                   INTO WS-DOC-LINE-WORK                                00012990
           END-IF.                                                      00013000
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00013010
               AFTER ADVANCING 1 LINE.                                  00013020
           MOVE SPACES TO WS-DOC-LINE-WORK.                             00013030
           WRITE DOC-LINE FROM WS-DOC-LINE-WORK                         00013040
               AFTER ADVANCING 1 LINE.                                  00013050
                                                                        00013060
      ***************************************************************** 00013070
      * Resolve where the corrected bill is mailed, the same way        00013080
      * UTIL2000 does: the mailing address on NAMEADDR, or the          00013090
      * service address when no separate mailing address is kept.       00013100
      * Without a usable address the bill is not printed and the        00013110
      * register says so.                                               00013120
      ***************************************************************** 00013130
       485-RESOLVE-MAILING-ADDRESS.                                     00013140
           MOVE 'N' TO WS-MAIL-USABLE-SW.                               00013150
           MOVE SPACES TO WS-MAIL-ADDRESS.                              00013160
           MOVE SPACES TO WS-SVC-ADDR-LINE.                             00013170
           MOVE CM-ACCOUNT-NO TO NA-ACCOUNT-NO.                         00013180
           READ NAMEADDR-FILE                                           00013190
               INVALID KEY                                              00013200
                   CONTINUE                                             00013210
               NOT INVALID KEY                                          00013220
                   MOVE NA-FULL-NAME TO WS-MAIL-NAME                    00013230
                   IF NA-MAIL-LINE-1 = SPACES                           00013240
                       MOVE NA-SVC-STREET     TO WS-MAIL-LINE-1         00013250
                       MOVE NA-SVC-CITY       TO WS-MAIL-CITY           00013260
                       MOVE NA-SVC-STATE      TO WS-MAIL-STATE          00013270
                       MOVE NA-SVC-ZIP        TO WS-MAIL-ZIP            00013280
                       MOVE NA-SVC-ZIP-PLUS4  TO WS-MAIL-ZIP-PLUS4      00013290
                   ELSE                                                 00013300
                       MOVE NA-MAIL-LINE-1    TO WS-MAIL-LINE-1         00013310
                       MOVE NA-MAIL-LINE-2    TO WS-MAIL-LINE-2         00013320
                       MOVE NA-MAIL-CITY      TO WS-MAIL-CITY           00013330
                       MOVE NA-MAIL-STATE     TO WS-MAIL-STATE          00013340
                       MOVE NA-MAIL-ZIP       TO WS-MAIL-ZIP            00013350
                       MOVE NA-MAIL-ZIP-PLUS4 TO WS-MAIL-ZIP-PLUS4      00013360
                   END-IF                                               00013370
                   STRING NA-SVC-STREET DELIMITED BY '  '               00013380
                          ', '          DELIMITED BY SIZE               00013390
                          NA-SVC-CITY   DELIMITED BY '  '               00013400
                       INTO WS-SVC-ADDR-LINE                            00013410
           END-READ.                                                    00013420
           IF WS-MAIL-NAME = SPACES                                     00013430
               MOVE CM-CUST-NAME TO WS-MAIL-NAME                        00013440
           END-IF.                                                      00013450
           IF WS-MAIL-LINE-1 NOT = SPACES                               00013460
                   AND WS-MAIL-CITY NOT = SPACES                        00013470
                   AND WS-MAIL-STATE NOT = SPACES                       00013480
                   AND WS-MAIL-ZIP IS NUMERIC                           00013490
               SET MAIL-ADDR-USABLE TO TRUE                             00013500
           END-IF.                                                      00013510
                                                                        00013520
      ***************************************************************** 00013530
      * Write one register entry: who and what was corrected, then      00013540
      * the original, cancelled, rebilled and net amounts side by       00013550
      * side for each component of the bill, and the balance the        00013560
      * master was left with.                                           00013570
      ***************************************************************** 00013580
       500-WRITE-REGISTER-ENTRY.                                        00013590
           IF WS-REBL-LINE-COUNT + 15 > WS-REBL-PAGE-LIMIT              00013600
               PERFORM 810-WRITE-REGISTER-HEADERS                       00013610
           END-IF.                                                      00013620
           ADD 15 TO WS-REBL-LINE-COUNT.                                00013630
                                                                        00013640
           MOVE CM-ACCOUNT-NO TO WS-REBL-ACCT-ED.                       00013650
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00013660
           STRING 'ACCOUNT '       DELIMITED BY SIZE                    00013670
                  WS-REBL-ACCT-ED  DELIMITED BY SIZE                    00013680
                  '  '             DELIMITED BY SIZE                    00013690
                  CM-CUST-NAME     DELIMITED BY SIZE                    00013700
                  '  BILL OF '     DELIMITED BY SIZE                    00013710
                  WS-BILL-DATE-ED  DELIMITED BY SIZE                    00013720
                  '  USER: '       DELIMITED BY SIZE                    00013730
                  BC-USER-ID       DELIMITED BY SIZE                    00013740
               INTO WS-REBL-LINE-WORK.                                  00013750
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00013760
               AFTER ADVANCING 2 LINES.                                 00013770
                                                                        00013780
           MOVE WS-ORIG-KWH TO WS-REBL-KWH-ED.                          00013790
           MOVE WS-KWH-USED TO WS-REBL-KWH-ED2.                         00013800
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00013810
           STRING 'KWH '                DELIMITED BY SIZE               00013820
                  WS-REBL-KWH-ED        DELIMITED BY SIZE               00013830
                  ' TO '                DELIMITED BY SIZE               00013840
                  WS-REBL-KWH-ED2       DELIMITED BY SIZE               00013850
                  '   SCHEDULE '        DELIMITED BY SIZE               00013860
                  WS-ORIG-SCHEDULE-CODE DELIMITED BY SPACE              00013870
                  ' TO '                DELIMITED BY SIZE               00013880
                  WS-CUST-SCHEDULE-CODE DELIMITED BY SPACE              00013890
               INTO WS-REBL-LINE-WORK.                                  00013900
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00013910
               AFTER ADVANCING 1 LINE.                                  00013920
                                                                        00013930
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00013940
           IF MAIL-ADDR-USABLE                                          00013950
               STRING 'REASON: '   DELIMITED BY SIZE                    00013960
                      BC-REASON    DELIMITED BY SIZE                    00013970
                   INTO WS-REBL-LINE-WORK                               00013980
           ELSE                                                         00013990
               STRING 'REASON: '   DELIMITED BY SIZE                    00014000
                      BC-REASON    DELIMITED BY SIZE                    00014010
                      '  ** NO MAILING ADDRESS - NOT PRINTED **'        00014020
                                   DELIMITED BY SIZE                    00014030
                   INTO WS-REBL-LINE-WORK                               00014040
           END-IF.                                                      00014050
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00014060
               AFTER ADVANCING 1 LINE.                                  00014070
                                                                        00014080
           MOVE 'TIER 1 ENERGY' TO WS-ROW-LABEL.                        00014090
           MOVE WS-ORIG-TIER1-CHARGE TO WS-ROW-ORIG.                    00014100
           MOVE WS-TIER1-CHARGE      TO WS-ROW-NEW.                     00014110
           PERFORM 510-WRITE-REGISTER-ROW.                              00014120
           MOVE 'TIER 2 ENERGY' TO WS-ROW-LABEL.                        00014130
           MOVE WS-ORIG-TIER2-CHARGE TO WS-ROW-ORIG.                    00014140
           MOVE WS-TIER2-CHARGE      TO WS-ROW-NEW.                     00014150
           PERFORM 510-WRITE-REGISTER-ROW.                              00014160
           MOVE 'TIER 3 ENERGY' TO WS-ROW-LABEL.                        00014170
           MOVE WS-ORIG-TIER3-CHARGE TO WS-ROW-ORIG.                    00014180
           MOVE WS-TIER3-CHARGE      TO WS-ROW-NEW.                     00014190
           PERFORM 510-WRITE-REGISTER-ROW.                              00014200
           MOVE 'SERVICE FEE' TO WS-ROW-LABEL.                          00014210
           MOVE WS-ORIG-SERVICE-FEE     TO WS-ROW-ORIG.                 00014220
           MOVE WS-SERVICE-FEE-PRORATED TO WS-ROW-NEW.                  00014230
           PERFORM 510-WRITE-REGISTER-ROW.                              00014240
           MOVE 'ACTUAL CHARGES' TO WS-ROW-LABEL.                       00014250
           MOVE WS-ORIG-ACTUAL-BILL TO WS-ROW-ORIG.                     00014260
           MOVE WS-ACTUAL-BILL      TO WS-ROW-NEW.                      00014270
           PERFORM 510-WRITE-REGISTER-ROW.                              00014280
           MOVE 'AMOUNT BILLED' TO WS-ROW-LABEL.                        00014290
           MOVE WS-ORIG-TOTAL-BILL TO WS-ROW-ORIG.                      00014300
           MOVE WS-TOTAL-BILL      TO WS-ROW-NEW.                       00014310
           PERFORM 510-WRITE-REGISTER-ROW.                              00014320
           MOVE 'TAXES' TO WS-ROW-LABEL.                                00014330
           MOVE WS-ORIG-TAX-TOTAL TO WS-ROW-ORIG.                       00014340
           MOVE WS-TAX-TOTAL      TO WS-ROW-NEW.                        00014350
           PERFORM 510-WRITE-REGISTER-ROW.                              00014360
           MOVE 'TOTAL OWED' TO WS-ROW-LABEL.                           00014370
           MOVE WS-ORIG-OWED TO WS-ROW-ORIG.                            00014380
           MOVE WS-NEW-OWED  TO WS-ROW-NEW.                             00014390
           PERFORM 510-WRITE-REGISTER-ROW.                              00014400
                                                                        00014410
           MOVE WS-NET-ADJUST   TO WS-REBL-SIGNED-ED.                   00014420
           MOVE WS-OPEN-BALANCE TO WS-REBL-SIGNED-ED2.                  00014430
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00014440
           STRING 'BALANCE ADJUSTMENT: '  DELIMITED BY SIZE             00014450
                  WS-REBL-SIGNED-ED       DELIMITED BY SIZE             00014460
                  '   OPEN BALANCE NOW: ' DELIMITED BY SIZE             00014470
                  WS-REBL-SIGNED-ED2      DELIMITED BY SIZE             00014480
                  '   DUE '               DELIMITED BY SIZE             00014490
                  WS-DUE-DATE-ED          DELIMITED BY SIZE             00014500
               INTO WS-REBL-LINE-WORK.                                  00014510
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00014520
               AFTER ADVANCING 1 LINE.                                  00014530
                                                                        00014540
      ***************************************************************** 00014550
      * Write one register row: the component as originally billed,     00014560
      * the reversal of it, the corrected amount, and the net change.   00014570
      ***************************************************************** 00014580
       510-WRITE-REGISTER-ROW.                                          00014590
           COMPUTE WS-ROW-CANCEL = 0 - WS-ROW-ORIG.                     00014600
           COMPUTE WS-ROW-NET = WS-ROW-NEW - WS-ROW-ORIG.               00014610
           MOVE WS-ROW-ORIG   TO WS-REBL-AMT-ED.                        00014620
           MOVE WS-ROW-CANCEL TO WS-REBL-SIGNED-ED.                     00014630
           MOVE WS-ROW-NEW    TO WS-REBL-AMT-ED2.                       00014640
           MOVE WS-ROW-NET    TO WS-REBL-SIGNED-ED2.                    00014650
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00014660
           STRING WS-ROW-LABEL       DELIMITED BY SIZE                  00014670
                  WS-REBL-AMT-ED     DELIMITED BY SIZE                  00014680
                  '  '               DELIMITED BY SIZE                  00014690
                  WS-REBL-SIGNED-ED  DELIMITED BY SIZE                  00014700
                  '  '               DELIMITED BY SIZE                  00014710
                  WS-REBL-AMT-ED2    DELIMITED BY SIZE                  00014720
                  '  '               DELIMITED BY SIZE                  00014730
                  WS-REBL-SIGNED-ED2 DELIMITED BY SIZE                  00014740
               INTO WS-REBL-LINE-WORK.                                  00014750
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00014760
               AFTER ADVANCING 1 LINE.                                  00014770
                                                                        00014780
      ***************************************************************** 00014790
      * Write one register line for a correction that failed the        00014800
      * edit, with the reason. Nothing was cancelled or rebilled.       00014810
      ***************************************************************** 00014820
       570-WRITE-REJECT-LINE.                                           00014830
           IF WS-REBL-LINE-COUNT + 2 > WS-REBL-PAGE-LIMIT               00014840
               PERFORM 810-WRITE-REGISTER-HEADERS                       00014850
           END-IF.                                                      00014860
           ADD 2 TO WS-REBL-LINE-COUNT.                                 00014870
           MOVE BC-ACCOUNT-NO TO WS-REBL-ACCT-ED.                       00014880
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00014890
           STRING 'ACCOUNT '       DELIMITED BY SIZE                    00014900
                  WS-REBL-ACCT-ED  DELIMITED BY SIZE                    00014910
                  '  BILL OF '     DELIMITED BY SIZE                    00014920
                  WS-BILL-DATE-ED  DELIMITED BY SIZE                    00014930
                  '  REJECTED: '   DELIMITED BY SIZE                    00014940
                  WS-REJECT-REASON DELIMITED BY SIZE                    00014950
               INTO WS-REBL-LINE-WORK.                                  00014960
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00014970
               AFTER ADVANCING 2 LINES.                                 00014980
                                                                        00014990
      ***************************************************************** 00015000
      * Start a new page of the register: title, run date and page,     00015010
      * and the column header for the side-by-side amounts.             00015020
      ***************************************************************** 00015030
       810-WRITE-REGISTER-HEADERS.                                      00015040
           ADD 1 TO WS-REBL-PAGE-NO.                                    00015050
           MOVE WS-REBL-PAGE-NO TO WS-REBL-PAGE-ED.                     00015060
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015070
           STRING 'REBILL CANCEL/REBILL REGISTER' DELIMITED BY SIZE     00015080
                  '     RUN DATE: '               DELIMITED BY SIZE     00015090
                  WS-RUN-DATE-ED                  DELIMITED BY SIZE     00015100
                  '     PAGE: '                   DELIMITED BY SIZE     00015110
                  WS-REBL-PAGE-ED                 DELIMITED BY SIZE     00015120
               INTO WS-REBL-LINE-WORK.                                  00015130
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015140
               AFTER ADVANCING PAGE.                                    00015150
           WRITE REBL-LINE FROM WS-REBL-SEP-LINE                        00015160
               AFTER ADVANCING 1 LINE.                                  00015170
           WRITE REBL-LINE FROM WS-REBL-COL-HDR-LINE                    00015180
               AFTER ADVANCING 1 LINE.                                  00015190
           WRITE REBL-LINE FROM WS-REBL-SEP-LINE                        00015200
               AFTER ADVANCING 1 LINE.                                  00015210
           MOVE 4 TO WS-REBL-LINE-COUNT.                                00015220
                                                                        00015230
      ***************************************************************** 00015240
      * Write the register's control totals. Every correction read is   00015250
      * either rebilled or rejected, so the counts must foot; the net   00015260
      * adjustment is what the GL journal's receivable is proved        00015270
      * against.                                                        00015280
      ***************************************************************** 00015290
       900-WRITE-REGISTER-SUMMARY.                                      00015300
           WRITE REBL-LINE FROM WS-REBL-SEP-LINE                        00015310
               AFTER ADVANCING 2 LINES.                                 00015320
                                                                        00015330
           MOVE WS-READ-COUNT TO WS-REBL-COUNT-ED.                      00015340
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015350
           STRING 'CORRECTIONS READ   : ' DELIMITED BY SIZE             00015360
                  WS-REBL-COUNT-ED        DELIMITED BY SIZE             00015370
               INTO WS-REBL-LINE-WORK.                                  00015380
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015390
               AFTER ADVANCING 1 LINE.                                  00015400
                                                                        00015410
           MOVE WS-REBILLED-COUNT TO WS-REBL-COUNT-ED.                  00015420
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015430
           STRING 'BILLS REBILLED     : ' DELIMITED BY SIZE             00015440
                  WS-REBL-COUNT-ED        DELIMITED BY SIZE             00015450
               INTO WS-REBL-LINE-WORK.                                  00015460
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015470
               AFTER ADVANCING 1 LINE.                                  00015480
                                                                        00015490
           MOVE WS-REJECTED-COUNT TO WS-REBL-COUNT-ED.                  00015500
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015510
           STRING 'CORRECTIONS REJECTD: ' DELIMITED BY SIZE             00015520
                  WS-REBL-COUNT-ED        DELIMITED BY SIZE             00015530
               INTO WS-REBL-LINE-WORK.                                  00015540
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015550
               AFTER ADVANCING 1 LINE.                                  00015560
                                                                        00015570
           MOVE WS-PRINTED-COUNT TO WS-REBL-COUNT-ED.                   00015580
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015590
           STRING 'CORRECTED BILLS    : ' DELIMITED BY SIZE             00015600
                  WS-REBL-COUNT-ED        DELIMITED BY SIZE             00015610
               INTO WS-REBL-LINE-WORK.                                  00015620
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015630
               AFTER ADVANCING 1 LINE.                                  00015640
                                                                        00015650
           MOVE WS-NO-ADDR-COUNT TO WS-REBL-COUNT-ED.                   00015660
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015670
           STRING 'NO MAILING ADDRESS : ' DELIMITED BY SIZE             00015680
                  WS-REBL-COUNT-ED        DELIMITED BY SIZE             00015690
               INTO WS-REBL-LINE-WORK.                                  00015700
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015710
               AFTER ADVANCING 1 LINE.                                  00015720
                                                                        00015730
           MOVE WS-ORIG-OWED-TOTAL TO WS-REBL-TOT-ED.                   00015740
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015750
           STRING 'ORIGINAL OWED      :          AMOUNT: $'             00015760
                      DELIMITED BY SIZE                                 00015770
                  WS-REBL-TOT-ED          DELIMITED BY SIZE             00015780
               INTO WS-REBL-LINE-WORK.                                  00015790
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015800
               AFTER ADVANCING 1 LINE.                                  00015810
                                                                        00015820
           MOVE WS-NEW-OWED-TOTAL TO WS-REBL-TOT-ED.                    00015830
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015840
           STRING 'REBILLED OWED      :          AMOUNT: $'             00015850
                      DELIMITED BY SIZE                                 00015860
                  WS-REBL-TOT-ED          DELIMITED BY SIZE             00015870
               INTO WS-REBL-LINE-WORK.                                  00015880
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015890
               AFTER ADVANCING 1 LINE.                                  00015900
                                                                        00015910
           MOVE WS-NET-ADJUST-TOTAL TO WS-REBL-NET-ED.                  00015920
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00015930
           STRING 'NET ADJUSTMENT     :          AMOUNT: '              00015940
                      DELIMITED BY SIZE                                 00015950
                  WS-REBL-NET-ED          DELIMITED BY SIZE             00015960
               INTO WS-REBL-LINE-WORK.                                  00015970
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00015980
               AFTER ADVANCING 1 LINE.                                  00015990
                                                                        00016000
           IF WS-READ-COUNT = WS-REBILLED-COUNT + WS-REJECTED-COUNT     00016010
                   AND WS-NET-ADJUST-TOTAL =                            00016020
                       WS-NEW-OWED-TOTAL - WS-ORIG-OWED-TOTAL           00016030
               MOVE 'IN BALANCE' TO WS-CONTROL-STATUS                   00016040
           ELSE                                                         00016050
               MOVE 'OUT OF BALANCE' TO WS-CONTROL-STATUS               00016060
           END-IF.                                                      00016070
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00016080
           STRING 'CONTROL STATUS     : ' DELIMITED BY SIZE             00016090
                  WS-CONTROL-STATUS       DELIMITED BY SIZE             00016100
               INTO WS-REBL-LINE-WORK.                                  00016110
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00016120
               AFTER ADVANCING 1 LINE.                                  00016130
                                                                        00016140
      ***************************************************************** 00016150
      * Cut the correction journal: the cancel set reverses what the    00016160
      * original bills booked (revenue and taxes debited, the           00016170
      * receivable credited), the rebill set books the corrected        00016180
      * bills the way UTIL2000 books a run. Each line is listed on      00016190
      * the register, and the journal is proved to balance and to       00016200
      * move the receivable by exactly the net adjustment made to       00016210
      * the masters.                                                    00016220
      ***************************************************************** 00016230
       910-WRITE-GL-EXTRACT.                                            00016240
           WRITE REBL-LINE FROM WS-REBL-SEP-LINE                        00016250
               AFTER ADVANCING 1 LINE.                                  00016260
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00016270
           MOVE 'CANCEL/REBILL GL JOURNAL' TO WS-REBL-LINE-WORK.        00016280
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00016290
               AFTER ADVANCING 1 LINE.                                  00016300
                                                                        00016310
           PERFORM VARYING WS-GL-SET-SUB FROM 1 BY 1                    00016320
                   UNTIL WS-GL-SET-SUB > 2                              00016330
               IF WS-GL-SET-SUB = 1                                     00016340
                   MOVE 'CANCEL ' TO WS-GL-PREFIX                       00016350
               ELSE                                                     00016360
                   MOVE 'REBILL ' TO WS-GL-PREFIX                       00016370
               END-IF                                                   00016380
               PERFORM VARYING WS-GL-SUB FROM 1 BY 1                    00016390
                       UNTIL WS-GL-SUB > 3                              00016400
                   PERFORM VARYING WS-GL-COMPONENT FROM 1 BY 1          00016410
                           UNTIL WS-GL-COMPONENT > 4                    00016420
                       PERFORM 912-WRITE-GL-COMPONENT                   00016430
                   END-PERFORM                                          00016440
               END-PERFORM                                              00016450
               PERFORM 917-WRITE-GL-TAXES                               00016460
               PERFORM 913-WRITE-GL-DEFERRAL                            00016470
               PERFORM 914-WRITE-GL-RECEIVABLE                          00016480
           END-PERFORM.                                                 00016490
                                                                        00016500
           COMPUTE WS-GL-AR-NET =                                       00016510
               WS-GL-RECEIVABLE (2) - WS-GL-RECEIVABLE (1).             00016520
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL                    00016530
                   AND WS-GL-AR-NET = WS-NET-ADJUST-TOTAL               00016540
               MOVE 'MATCH' TO WS-GL-STATUS                             00016550
           ELSE                                                         00016560
               MOVE 'MISMATCH' TO WS-GL-STATUS                          00016570
           END-IF.                                                      00016580
           MOVE WS-GL-DEBIT-TOTAL  TO WS-REBL-TOT-ED.                   00016590
           MOVE WS-GL-CREDIT-TOTAL TO WS-GL-AMT-ED.                     00016600
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00016610
           STRING 'GL DEBITS: $'     DELIMITED BY SIZE                  00016620
                  WS-REBL-TOT-ED     DELIMITED BY SIZE                  00016630
                  '   CREDITS: $'    DELIMITED BY SIZE                  00016640
                  WS-GL-AMT-ED       DELIMITED BY SIZE                  00016650
               INTO WS-REBL-LINE-WORK.                                  00016660
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00016670
               AFTER ADVANCING 1 LINE.                                  00016680
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00016690
           STRING 'GL EXTRACT         : ' DELIMITED BY SIZE             00016700
                  WS-GL-STATUS            DELIMITED BY SIZE             00016710
               INTO WS-REBL-LINE-WORK.                                  00016720
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00016730
               AFTER ADVANCING 1 LINE.                                  00016740
           WRITE REBL-LINE FROM WS-REBL-SEP-LINE                        00016750
               AFTER ADVANCING 1 LINE.                                  00016760
                                                                        00016770
      ***************************************************************** 00016780
      * One revenue component for one schedule in the current set:      00016790
      * a debit reversing the cancelled bills, a credit booking the     00016800
      * rebills. Zero components are skipped.                           00016810
      ***************************************************************** 00016820
       912-WRITE-GL-COMPONENT.                                          00016830
           EVALUATE WS-GL-COMPONENT                                     00016840
               WHEN 1                                                   00016850
                   MOVE WS-GL-T1-REV (WS-GL-SET-SUB WS-GL-SUB)          00016860
                       TO WS-GL-WORK-AMT                                00016870
                   MOVE 'TIER 1    ' TO WS-GL-COMPONENT-NAME            00016880
                   STRING WS-GL-BASE-TIER1 DELIMITED BY SIZE            00016890
                          '000'            DELIMITED BY SIZE            00016900
                          WS-GL-SUB        DELIMITED BY SIZE            00016910
                       INTO WS-GL-ACCOUNT                               00016920
               WHEN 2                                                   00016930
                   MOVE WS-GL-T2-REV (WS-GL-SET-SUB WS-GL-SUB)          00016940
                       TO WS-GL-WORK-AMT                                00016950
                   MOVE 'TIER 2    ' TO WS-GL-COMPONENT-NAME            00016960
                   STRING WS-GL-BASE-TIER2 DELIMITED BY SIZE            00016970
                          '000'            DELIMITED BY SIZE            00016980
                          WS-GL-SUB        DELIMITED BY SIZE            00016990
                       INTO WS-GL-ACCOUNT                               00017000
               WHEN 3                                                   00017010
                   MOVE WS-GL-T3-REV (WS-GL-SET-SUB WS-GL-SUB)          00017020
                       TO WS-GL-WORK-AMT                                00017030
                   MOVE 'TIER 3    ' TO WS-GL-COMPONENT-NAME            00017040
                   STRING WS-GL-BASE-TIER3 DELIMITED BY SIZE            00017050
                          '000'            DELIMITED BY SIZE            00017060
                          WS-GL-SUB        DELIMITED BY SIZE            00017070
                       INTO WS-GL-ACCOUNT                               00017080
               WHEN 4                                                   00017090
                   MOVE WS-GL-FEE-REV (WS-GL-SET-SUB WS-GL-SUB)         00017100
                       TO WS-GL-WORK-AMT                                00017110
                   MOVE 'SVC FEE   ' TO WS-GL-COMPONENT-NAME            00017120
                   STRING WS-GL-BASE-FEE   DELIMITED BY SIZE            00017130
                          '000'            DELIMITED BY SIZE            00017140
                          WS-GL-SUB        DELIMITED BY SIZE            00017150
                       INTO WS-GL-ACCOUNT                               00017160
           END-EVALUATE.                                                00017170
                                                                        00017180
           IF WS-GL-WORK-AMT > 0                                        00017190
               MOVE SPACES TO WS-GL-DESC                                00017200
               STRING WS-GL-PREFIX         DELIMITED BY SIZE            00017210
                      WS-RS-SCHEDULE-CODE (WS-GL-SUB)                   00017220
                                           DELIMITED BY SPACE           00017230
                      ' '                  DELIMITED BY SIZE            00017240
                      WS-GL-COMPONENT-NAME DELIMITED BY '  '            00017250
                   INTO WS-GL-DESC                                      00017260
               IF WS-GL-SET-SUB = 1                                     00017270
                   MOVE 'D' TO WS-GL-SIDE                               00017280
               ELSE                                                     00017290
                   MOVE 'C' TO WS-GL-SIDE                               00017300
               END-IF                                                   00017310
               PERFORM 918-WRITE-GL-LINE                                00017320
           END-IF.                                                      00017330
                                                                        00017340
      ***************************************************************** 00017350
      * The franchise fee and utility tax by jurisdiction in the        00017360
      * current set - the liabilities the remittances are paid from,    00017370
      * taken back for the cancelled bills and booked for the           00017380
      * rebills. Quiet jurisdictions are skipped.                       00017390
      ***************************************************************** 00017400
       917-WRITE-GL-TAXES.                                              00017410
           IF WS-GL-SET-SUB = 1                                         00017420
               MOVE 'D' TO WS-GL-SIDE                                   00017430
           ELSE                                                         00017440
               MOVE 'C' TO WS-GL-SIDE                                   00017450
           END-IF.                                                      00017460
           PERFORM VARYING WS-GL-TAX-SUB FROM 1 BY 1                    00017470
                   UNTIL WS-GL-TAX-SUB > 4                              00017480
               SET WS-TAX-IDX TO WS-GL-TAX-SUB                          00017490
               IF WS-GL-FRAN-TAX (WS-GL-SET-SUB WS-GL-TAX-SUB) > 0      00017500
                   MOVE WS-GL-FRAN-TAX (WS-GL-SET-SUB WS-GL-TAX-SUB)    00017510
                       TO WS-GL-WORK-AMT                                00017520
                   MOVE SPACES TO WS-GL-ACCOUNT                         00017530
                   STRING WS-GL-BASE-FRANCHISE DELIMITED BY SIZE        00017540
                          WS-TAX-JURIS-CODE (WS-TAX-IDX)                00017550
                              DELIMITED BY SIZE                         00017560
                       INTO WS-GL-ACCOUNT                               00017570
                   MOVE SPACES TO WS-GL-DESC                            00017580
                   STRING WS-GL-PREFIX     DELIMITED BY SIZE            00017590
                          'FRANCHISE FEE JURIS ' DELIMITED BY SIZE      00017600
                          WS-TAX-JURIS-CODE (WS-TAX-IDX)                00017610
                              DELIMITED BY SIZE                         00017620
                       INTO WS-GL-DESC                                  00017630
                   PERFORM 918-WRITE-GL-LINE                            00017640
               END-IF                                                   00017650
               IF WS-GL-UTIL-TAX (WS-GL-SET-SUB WS-GL-TAX-SUB) > 0      00017660
                   MOVE WS-GL-UTIL-TAX (WS-GL-SET-SUB WS-GL-TAX-SUB)    00017670
                       TO WS-GL-WORK-AMT                                00017680
                   MOVE SPACES TO WS-GL-ACCOUNT                         00017690
                   STRING WS-GL-BASE-UTIL-TAX DELIMITED BY SIZE         00017700
                          WS-TAX-JURIS-CODE (WS-TAX-IDX)                00017710
                              DELIMITED BY SIZE                         00017720
                       INTO WS-GL-ACCOUNT                               00017730
                   MOVE SPACES TO WS-GL-DESC                            00017740
                   STRING WS-GL-PREFIX     DELIMITED BY SIZE            00017750
                          'UTILITY TAX JURIS ' DELIMITED BY SIZE        00017760
                          WS-TAX-JURIS-CODE (WS-TAX-IDX)                00017770
                              DELIMITED BY SIZE                         00017780
                       INTO WS-GL-DESC                                  00017790
                   PERFORM 918-WRITE-GL-LINE                            00017800
               END-IF                                                   00017810
           END-PERFORM.                                                 00017820
                                                                        00017830
      ***************************************************************** 00017840
      * The net budget-deferral movement in the current set. A          00017850
      * billed-over-actual movement was booked as a credit to the       00017860
      * liability, so the cancel set debits it back and the rebill      00017870
      * set credits it; an actual-over-billed movement the reverse.     00017880
      ***************************************************************** 00017890
       913-WRITE-GL-DEFERRAL.                                           00017900
           IF WS-GL-DEFERRAL-NET (WS-GL-SET-SUB) NOT = 0                00017910
               MOVE WS-GL-ACCT-DEFERRAL TO WS-GL-ACCOUNT                00017920
               MOVE SPACES TO WS-GL-DESC                                00017930
               STRING WS-GL-PREFIX           DELIMITED BY SIZE          00017940
                      'BUDGET PLAN DEFERRAL' DELIMITED BY SIZE          00017950
                   INTO WS-GL-DESC                                      00017960
               IF WS-GL-DEFERRAL-NET (WS-GL-SET-SUB) > 0                00017970
                   MOVE WS-GL-DEFERRAL-NET (WS-GL-SET-SUB)              00017980
                       TO WS-GL-WORK-AMT                                00017990
                   IF WS-GL-SET-SUB = 1                                 00018000
                       MOVE 'D' TO WS-GL-SIDE                           00018010
                   ELSE                                                 00018020
                       MOVE 'C' TO WS-GL-SIDE                           00018030
                   END-IF                                               00018040
               ELSE                                                     00018050
                   COMPUTE WS-GL-WORK-AMT =                             00018060
                       0 - WS-GL-DEFERRAL-NET (WS-GL-SET-SUB)           00018070
                   IF WS-GL-SET-SUB = 1                                 00018080
                       MOVE 'C' TO WS-GL-SIDE                           00018090
                   ELSE                                                 00018100
                       MOVE 'D' TO WS-GL-SIDE                           00018110
                   END-IF                                               00018120
               END-IF                                                   00018130
               PERFORM 918-WRITE-GL-LINE                                00018140
           END-IF.                                                      00018150
                                                                        00018160
      ***************************************************************** 00018170
      * The receivable for the current set - credited for the           00018180
      * cancelled bills, debited for the rebills, charges and taxes     00018190
      * together since the customer owed both.                          00018200
      ***************************************************************** 00018210
       914-WRITE-GL-RECEIVABLE.                                         00018220
           IF WS-GL-RECEIVABLE (WS-GL-SET-SUB) > 0                      00018230
               MOVE WS-GL-RECEIVABLE (WS-GL-SET-SUB) TO WS-GL-WORK-AMT  00018240
               MOVE WS-GL-ACCT-RECEIVABLE TO WS-GL-ACCOUNT              00018250
               MOVE SPACES TO WS-GL-DESC                                00018260
               STRING WS-GL-PREFIX          DELIMITED BY SIZE           00018270
                      'ACCOUNTS RECEIVABLE' DELIMITED BY SIZE           00018280
                   INTO WS-GL-DESC                                      00018290
               IF WS-GL-SET-SUB = 1                                     00018300
                   MOVE 'C' TO WS-GL-SIDE                               00018310
               ELSE                                                     00018320
                   MOVE 'D' TO WS-GL-SIDE                               00018330
               END-IF                                                   00018340
               PERFORM 918-WRITE-GL-LINE                                00018350
           END-IF.                                                      00018360
                                                                        00018370
      ***************************************************************** 00018380
      * List and cut one journal line from the account, description,    00018390
      * amount and side staged by the paragraphs above, and add it      00018400
      * to the debit or credit total.                                   00018410
      ***************************************************************** 00018420
       918-WRITE-GL-LINE.                                               00018430
           MOVE WS-GL-WORK-AMT TO WS-GL-AMT-ED.                         00018440
           MOVE SPACES TO WS-REBL-LINE-WORK.                            00018450
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.                          00018460
           MOVE 0              TO GL-BILLING-CYCLE.                     00018470
           MOVE WS-GL-ACCOUNT  TO GL-ACCOUNT-NO.                        00018480
           MOVE WS-GL-DESC     TO GL-DESCRIPTION.                       00018490
           IF GL-SIDE-DEBIT                                             00018500
               ADD WS-GL-WORK-AMT TO WS-GL-DEBIT-TOTAL                  00018510
               MOVE WS-GL-WORK-AMT TO GL-DEBIT-AMOUNT                   00018520
               MOVE 0              TO GL-CREDIT-AMOUNT                  00018530
               STRING WS-GL-ACCOUNT  DELIMITED BY SIZE                  00018540
                      '  '           DELIMITED BY SIZE                  00018550
                      WS-GL-DESC     DELIMITED BY SIZE                  00018560
                      '  DEBIT   $'  DELIMITED BY SIZE                  00018570
                      WS-GL-AMT-ED   DELIMITED BY SIZE                  00018580
                   INTO WS-REBL-LINE-WORK                               00018590
           ELSE                                                         00018600
               ADD WS-GL-WORK-AMT TO WS-GL-CREDIT-TOTAL                 00018610
               MOVE 0              TO GL-DEBIT-AMOUNT                   00018620
               MOVE WS-GL-WORK-AMT TO GL-CREDIT-AMOUNT                  00018630
               STRING WS-GL-ACCOUNT  DELIMITED BY SIZE                  00018640
                      '  '           DELIMITED BY SIZE                  00018650
                      WS-GL-DESC     DELIMITED BY SIZE                  00018660
                      '  CREDIT  $'  DELIMITED BY SIZE                  00018670
                      WS-GL-AMT-ED   DELIMITED BY SIZE                  00018680
                   INTO WS-REBL-LINE-WORK                               00018690
           END-IF.                                                      00018700
           WRITE GL-EXTRACT-RECORD.                                     00018710
           WRITE REBL-LINE FROM WS-REBL-LINE-WORK                       00018720
               AFTER ADVANCING 1 LINE.                                  00018730
