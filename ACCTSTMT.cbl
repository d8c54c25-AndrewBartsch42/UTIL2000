       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ACCTSTMT.                                            00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:STATEMENT OF ACCOUNT. ON DEMAND, FOR EACH STMTREQ  00000070
      *              REQUEST (ACCOUNT AND PERIOD), MERGES THE ACCOUNT'S 00000080
      *              BILLHIST BILLS, PAYHIST RECEIPTS, DEPOSITS, NSF    00000090
      *              REVERSALS, FEES AND WRITE-OFFS, AND CUSTAUDT       00000100
      *              MAINTENANCE INTO ONE DATED LEDGER WITH A RUNNING   00000110
      *              BALANCE - BROUGHT FORWARD FROM THE ACTIVITY        00000120
      *              BEFORE THE PERIOD AND CARRIED THROUGH TO THE       00000130
      *              CURRENT MASTER BALANCE. EACH BILL SHOWS THE KWH,   00000140
      *              READ CODE AND RATE SCHEDULE IT WAS PRICED ON.      00000150
      *              THE STATEMENT CLOSES BY SAYING WHETHER THE         00000160
      *              REBUILT BALANCE TIES TO THE MASTER, SO A DISPUTE   00000170
      *              CAN BE ANSWERED (OR SENT ON TO THE COMMISSION)     00000180
      *              FROM ONE DOCUMENT.                                 00000190
      ***************************************************************** 00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
      ***************************************************************** 00000240
      * STATEMENT REQUESTS - ONE RECORD PER STATEMENT WANTED            00000250
      ***************************************************************** 00000260
           SELECT STMTREQ-FILE ASSIGN TO "STMTREQ.DAT"                  00000270
               ORGANIZATION IS LINE SEQUENTIAL                          00000280
               FILE STATUS IS WS-STMTREQ-STATUS.                        00000290
      ***************************************************************** 00000300
      * CUSTOMER MASTER - READ BY KEY FOR THE BALANCE BEING PROVED      00000310
      ***************************************************************** 00000320
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000330
               ORGANIZATION IS INDEXED                                  00000340
               ACCESS MODE IS RANDOM                                    00000350
               RECORD KEY IS CM-ACCOUNT-NO                              00000360
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000370
      ***************************************************************** 00000380
      * CUSTOMER NAME AND ADDRESS FILE MAINTAINED BY CUSTMNT            00000390
      ***************************************************************** 00000400
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00000410
               ORGANIZATION IS INDEXED                                  00000420
               ACCESS MODE IS RANDOM                                    00000430
               RECORD KEY IS NA-ACCOUNT-NO                              00000440
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00000450
      ***************************************************************** 00000460
      * BILLING HISTORY - EVERY BILL EVER CUT FOR EACH ACCOUNT          00000470
      ***************************************************************** 00000480
           SELECT BILLHIST-FILE ASSIGN TO "BILLHIST.DAT"                00000490
               ORGANIZATION IS LINE SEQUENTIAL                          00000500
               FILE STATUS IS WS-BILLHIST-STATUS.                       00000510
      ***************************************************************** 00000520
      * POSTED PAYMENT HISTORY WRITTEN BY PAYPOST, LATECHG AND BADDEBT  00000530
      ***************************************************************** 00000540
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"                  00000550
               ORGANIZATION IS LINE SEQUENTIAL                          00000560
               FILE STATUS IS WS-PAYHIST-STATUS.                        00000570
      ***************************************************************** 00000580
      * MAINTENANCE AUDIT TRAIL WRITTEN BY CUSTMNT                      00000590
      ***************************************************************** 00000600
           SELECT AUDIT-FILE ASSIGN TO "CUSTAUDT.DAT"                   00000610
               ORGANIZATION IS LINE SEQUENTIAL                          00000620
               FILE STATUS IS WS-AUDIT-STATUS.                          00000630
      ***************************************************************** 00000640
      * STATEMENTS OF ACCOUNT                                           00000650
      ***************************************************************** 00000660
           SELECT STMT-FILE ASSIGN TO "ACCTSTMT.PRT"                    00000670
               ORGANIZATION IS LINE SEQUENTIAL                          00000680
               FILE STATUS IS WS-STMT-STATUS.                           00000690
       DATA DIVISION.                                                   00000700
       FILE SECTION.                                                    00000710
      ***************************************************************** 00000720
      * STMTREQ-FILE - STATEMENT REQUESTS (SEE COPYBOOKS/STMTREQ.CPY)   00000730
      ***************************************************************** 00000740
       FD  STMTREQ-FILE.                                                00000750
           COPY STMTREQ.                                                00000760
      ***************************************************************** 00000770
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000780
      ***************************************************************** 00000790
       FD  CUSTMAS-FILE.                                                00000800
           COPY CUSTMAS.                                                00000810
      ***************************************************************** 00000820
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00000830
      ***************************************************************** 00000840
       FD  NAMEADDR-FILE.                                               00000850
           COPY NAMEADDR.                                               00000860
      ***************************************************************** 00000870
      * BILLHIST-FILE - BILLING HISTORY (SEE COPYBOOKS/BILLHIST.CPY)    00000880
      ***************************************************************** 00000890
       FD  BILLHIST-FILE.                                               00000900
           COPY BILLHIST.                                               00000910
      ***************************************************************** 00000920
      * PAYHIST-FILE - POSTED PAYMENTS (SEE COPYBOOKS/PAYHIST.CPY)      00000930
      ***************************************************************** 00000940
       FD  PAYHIST-FILE.                                                00000950
           COPY PAYHIST.                                                00000960
      ***************************************************************** 00000970
      * AUDIT-FILE - MAINTENANCE AUDIT (SEE COPYBOOKS/CUSTAUDT.CPY)     00000980
      ***************************************************************** 00000990
       FD  AUDIT-FILE.                                                  00001000
           COPY CUSTAUDT.                                               00001010
      ***************************************************************** 00001020
      * STMT-FILE - STATEMENTS OF ACCOUNT (SEE COPYBOOKS/STMTRPT.CPY)   00001030
      ***************************************************************** 00001040
       FD  STMT-FILE.                                                   00001050
           COPY STMTRPT.                                                00001060
       WORKING-STORAGE SECTION.                                         00001070
                                                                        00001080
      ***************************************************************** 00001090
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00001100
      ***************************************************************** 00001110
       01  WS-STMTREQ-STATUS        PIC X(2)     VALUE SPACES.          00001120
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00001130
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00001140
       01  WS-BILLHIST-STATUS       PIC X(2)     VALUE SPACES.          00001150
       01  WS-PAYHIST-STATUS        PIC X(2)     VALUE SPACES.          00001160
       01  WS-AUDIT-STATUS          PIC X(2)     VALUE SPACES.          00001170
       01  WS-STMT-STATUS           PIC X(2)     VALUE SPACES.          00001180
       01  WS-EOF-SWITCHES.                                             00001190
           05  WS-STMTREQ-EOF-SW    PIC X(1)     VALUE 'N'.             00001200
               88  STMTREQ-EOF                   VALUE 'Y'.             00001210
           05  WS-BILLHIST-EOF-SW   PIC X(1)     VALUE 'N'.             00001220
               88  BILLHIST-EOF                  VALUE 'Y'.             00001230
           05  WS-PAYHIST-EOF-SW    PIC X(1)     VALUE 'N'.             00001240
               88  PAYHIST-EOF                   VALUE 'Y'.             00001250
           05  WS-AUDIT-EOF-SW      PIC X(1)     VALUE 'N'.             00001260
               88  AUDIT-EOF                     VALUE 'Y'.             00001270
                                                                        00001280
      ***************************************************************** 00001290
      * RUN DATE FOR THE STATEMENT HEADINGS                             00001300
      ***************************************************************** 00001310
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001320
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001330
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001340
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001350
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001360
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001370
                                                                        00001380
      ***************************************************************** 00001390
      * WORK DATE FOR EDITING AND FOR THE REQUEST DATE CHECKS           00001400
      ***************************************************************** 00001410
       01  WS-WORK-DATE             PIC 9(8)     VALUE 0.               00001420
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.                       00001430
           05  WS-WORK-DATE-CCYY    PIC 9(4).                           00001440
           05  WS-WORK-DATE-MM      PIC 9(2).                           00001450
           05  WS-WORK-DATE-DD      PIC 9(2).                           00001460
       01  WS-WORK-DATE-ED          PIC X(10)    VALUE SPACES.          00001470
       01  WS-DATE-VALID-SW         PIC X(1)     VALUE 'Y'.             00001480
           88  DATE-VALID                        VALUE 'Y'.             00001490
                                                                        00001500
      ***************************************************************** 00001510
      * CURRENT REQUEST - THE PERIOD LISTED (A ZERO THRU DATE IS        00001520
      * CARRIED AS HIGH VALUES SO EVERY LATER ENTRY FALLS INSIDE IT)    00001530
      ***************************************************************** 00001540
       01  WS-FROM-DATE             PIC 9(8)     VALUE 0.               00001550
       01  WS-THRU-DATE             PIC 9(8)     VALUE 0.               00001560
       01  WS-FROM-DATE-ED          PIC X(20)    VALUE SPACES.          00001570
       01  WS-THRU-DATE-ED          PIC X(20)    VALUE SPACES.          00001580
       01  WS-REJECT-REASON         PIC X(30)    VALUE SPACES.          00001590
                                                                        00001600
      ***************************************************************** 00001610
      * LEDGER TABLE FOR THE STATEMENT BEING BUILT. ENTRIES INSIDE THE  00001620
      * PERIOD ARE FILED IN DATE ORDER AS THE THREE HISTORY FILES ARE   00001630
      * READ; ON THE SAME DAY MAINTENANCE COMES FIRST, THEN BILLS,      00001640
      * THEN RECEIPTS, EACH IN THE ORDER ITS FILE HOLDS THEM. THE SORT  00001650
      * KEY IS THE DATE FOLLOWED BY THAT SOURCE ORDER. EACH AMOUNT IS   00001660
      * SIGNED THE WAY IT MOVES THE BALANCE; A MEMO AMOUNT (DEPOSIT,    00001670
      * RECOVERY ON WRITTEN-OFF DEBT) DOES NOT MOVE IT.                 00001680
      ***************************************************************** 00001690
       01  WS-LEDGER-USED           PIC 9(3)     VALUE 0.               00001700
       01  WS-LEDGER-SUB            PIC 9(3)     VALUE 0.               00001710
       01  WS-LEDGER-NEXT           PIC 9(3)     VALUE 0.               00001720
       01  WS-LEDGER-TABLE.                                             00001730
           05  WS-LED-ENTRY OCCURS 300 TIMES                            00001740
                   INDEXED BY WS-LED-IDX.                               00001750
               10  WS-LED-SORT-KEY      PIC 9(9)    VALUE 0.            00001760
               10  WS-LED-DATE          PIC 9(8)    VALUE 0.            00001770
               10  WS-LED-DESC          PIC X(24)   VALUE SPACES.       00001780
               10  WS-LED-BILL-SW       PIC X(1)    VALUE 'N'.          00001790
                   88  LED-IS-BILL                  VALUE 'Y'.          00001800
               10  WS-LED-KWH           PIC S9(5)   VALUE 0             00001810
                       SIGN IS TRAILING SEPARATE.                       00001820
               10  WS-LED-READ-CODE     PIC X(1)    VALUE SPACE.        00001830
               10  WS-LED-SCHEDULE      PIC X(15)   VALUE SPACES.       00001840
               10  WS-LED-REFERENCE     PIC X(10)   VALUE SPACES.       00001850
               10  WS-LED-AMOUNT        PIC S9(7)V99 VALUE 0            00001860
                       SIGN IS TRAILING SEPARATE.                       00001870
               10  WS-LED-MEMO-AMT      PIC 9(7)V99 VALUE 0.            00001880
       01  WS-SLOT-FOUND-SW         PIC X(1)     VALUE 'N'.             00001890
           88  SLOT-FOUND                        VALUE 'Y'.             00001900
                                                                        00001910
      ***************************************************************** 00001920
      * ONE LEDGER ENTRY BEING FILED, BUILT BY THE HISTORY READERS      00001930
      ***************************************************************** 00001940
       01  WS-ENT-ENTRY.                                                00001950
           05  WS-ENT-SORT-KEY      PIC 9(9)     VALUE 0.               00001960
           05  WS-ENT-DATE          PIC 9(8)     VALUE 0.               00001970
           05  WS-ENT-DESC          PIC X(24)    VALUE SPACES.          00001980
           05  WS-ENT-BILL-SW       PIC X(1)     VALUE 'N'.             00001990
           05  WS-ENT-KWH           PIC S9(5)    VALUE 0                00002000
                   SIGN IS TRAILING SEPARATE.                           00002010
           05  WS-ENT-READ-CODE     PIC X(1)     VALUE SPACE.           00002020
           05  WS-ENT-SCHEDULE      PIC X(15)    VALUE SPACES.          00002030
           05  WS-ENT-REFERENCE     PIC X(10)    VALUE SPACES.          00002040
           05  WS-ENT-AMOUNT        PIC S9(7)V99 VALUE 0                00002050
                   SIGN IS TRAILING SEPARATE.                           00002060
           05  WS-ENT-MEMO-AMT      PIC 9(7)V99  VALUE 0.               00002070
       01  WS-ENT-SOURCE            PIC 9(1)     VALUE 0.               00002080
       01  WS-BILL-AMOUNT           PIC S9(7)V99 VALUE 0                00002090
               SIGN IS TRAILING SEPARATE.                               00002100
                                                                        00002110
      ***************************************************************** 00002120
      * AUDIT IMAGE BALANCES - THE BALANCE (PREVIOUS BALANCE LESS       00002130
      * RECEIPTS ON HAND) IN A MAINTENANCE RECORD'S BEFORE AND AFTER    00002140
      * MASTER IMAGES. A DIFFERENCE IS A BALANCE KEYED THROUGH          00002150
      * CUSTMNT (AN ADD'S OPENING BALANCE), WHICH NO HISTORY FILE       00002160
      * CARRIES.                                                        00002170
      ***************************************************************** 00002180
       01  WS-IMAGE-BEFORE-BAL      PIC S9(7)V99 VALUE 0                00002190
               SIGN IS TRAILING SEPARATE.                               00002200
       01  WS-IMAGE-AFTER-BAL       PIC S9(7)V99 VALUE 0                00002210
               SIGN IS TRAILING SEPARATE.                               00002220
      *    A FULL AUDIT IMAGE, BASE PART FOLLOWED BY ITS EXTENSIONS     00002222
       01  WS-AUDIT-IMAGE           PIC X(300)   VALUE SPACES.          00002224
       01  WS-AUDIT-IMAGE-R REDEFINES WS-AUDIT-IMAGE.                   00002225
           05  WS-AUDIT-IMAGE-BASE  PIC X(104).                         00002226
           05  WS-AUDIT-IMAGE-EXT   PIC X(146).                         00002227
           05  WS-AUDIT-IMAGE-EXT2  PIC X(50).                          00002228
                                                                        00002230
      ***************************************************************** 00002240
      * STATEMENT BALANCES - BROUGHT FORWARD, RUNNING, ACTIVITY PAST    00002250
      * THE PERIOD OR PAST THE LEDGER'S CAPACITY, AND THE TIE-OUT       00002260
      ***************************************************************** 00002270
       01  WS-OPENING-BALANCE       PIC S9(8)V99 VALUE 0                00002280
               SIGN IS TRAILING SEPARATE.                               00002290
       01  WS-OPENING-COUNT         PIC 9(5)     VALUE 0.               00002300
       01  WS-RUNNING-BALANCE       PIC S9(8)V99 VALUE 0                00002310
               SIGN IS TRAILING SEPARATE.                               00002320
       01  WS-AFTER-AMOUNT          PIC S9(8)V99 VALUE 0                00002330
               SIGN IS TRAILING SEPARATE.                               00002340
       01  WS-AFTER-COUNT           PIC 9(5)     VALUE 0.               00002350
       01  WS-UNLISTED-AMOUNT       PIC S9(8)V99 VALUE 0                00002360
               SIGN IS TRAILING SEPARATE.                               00002370
       01  WS-UNLISTED-COUNT        PIC 9(5)     VALUE 0.               00002380
       01  WS-PERIOD-CHARGES        PIC 9(8)V99  VALUE 0.               00002390
       01  WS-PERIOD-CREDITS        PIC 9(8)V99  VALUE 0.               00002400
       01  WS-MASTER-BALANCE        PIC S9(8)V99 VALUE 0                00002410
               SIGN IS TRAILING SEPARATE.                               00002420
       01  WS-TIE-DIFF              PIC S9(8)V99 VALUE 0                00002430
               SIGN IS TRAILING SEPARATE.                               00002440
       01  WS-MAINT-SW              PIC X(1)     VALUE 'N'.             00002450
           88  MAINT-IN-HISTORY                  VALUE 'Y'.             00002460
                                                                        00002470
      ***************************************************************** 00002480
      * RUN TOTALS AND THE REJECTED REQUESTS FOR THE CONTROL PAGE       00002490
      ***************************************************************** 00002500
       01  WS-READ-COUNT            PIC 9(5)     VALUE 0.               00002510
       01  WS-PRINTED-COUNT         PIC 9(5)     VALUE 0.               00002520
       01  WS-TIED-COUNT            PIC 9(5)     VALUE 0.               00002530
       01  WS-NOT-TIED-COUNT        PIC 9(5)     VALUE 0.               00002540
       01  WS-REJECTED-COUNT        PIC 9(5)     VALUE 0.               00002550
       01  WS-REJ-ENTRIES-USED      PIC 9(3)     VALUE 0.               00002560
       01  WS-REJ-TABLE.                                                00002570
           05  WS-REJ-ENTRY OCCURS 100 TIMES                            00002580
                   INDEXED BY WS-REJ-IDX.                               00002590
               10  WS-REJ-ACCOUNT       PIC X(6)    VALUE SPACES.       00002600
               10  WS-REJ-REASON        PIC X(30)   VALUE SPACES.       00002610
                                                                        00002620
      ***************************************************************** 00002630
      * PAGE CONTROL FOR THE STATEMENTS                                 00002640
      ***************************************************************** 00002650
       01  WS-STMT-PAGE-NO          PIC 9(3)     VALUE 0.               00002660
       01  WS-STMT-LINE-COUNT       PIC 9(3)     VALUE 0.               00002670
       01  WS-STMT-PAGE-LIMIT       PIC 9(3)     VALUE 55.              00002680
                                                                        00002690
      ***************************************************************** 00002700
      * EDITED FIELDS FOR THE STATEMENTS                                00002710
      ***************************************************************** 00002720
       01  WS-STMT-ACCT-ED          PIC ZZZZZ9.                         00002730
       01  WS-STMT-PAGE-ED          PIC ZZ9.                            00002740
       01  WS-STMT-AMT-ED           PIC -Z,ZZZ,ZZ9.99.                  00002750
       01  WS-STMT-AMT-ED2          PIC -Z,ZZZ,ZZ9.99.                  00002760
       01  WS-STMT-COUNT-ED         PIC ZZ,ZZ9.                         00002770
       01  WS-STMT-ZIP-ED           PIC X(10)    VALUE SPACES.          00002780
       01  WS-STMT-NAME             PIC X(40)    VALUE SPACES.          00002790
                                                                        00002800
      ***************************************************************** 00002810
      * STATEMENT LINE LAYOUTS                                          00002820
      ***************************************************************** 00002830
       01  WS-STMT-LINE-WORK        PIC X(132)   VALUE SPACES.          00002840
       01  WS-STMT-SEP-LINE         PIC X(132)   VALUE ALL '-'.         00002850
       01  WS-STMT-COL-HDR-LINE.                                        00002860
           05  FILLER PIC X(12) VALUE 'DATE        '.                   00002870
           05  FILLER PIC X(25) VALUE 'DESCRIPTION              '.      00002880
           05  FILLER PIC X(8)  VALUE '   KWH  '.                       00002890
           05  FILLER PIC X(3)  VALUE 'RC '.                            00002900
           05  FILLER PIC X(16) VALUE 'SCHEDULE        '.               00002910
           05  FILLER PIC X(12) VALUE 'REFERENCE   '.                   00002920
           05  FILLER PIC X(13) VALUE '     CHARGES '.                  00002930
           05  FILLER PIC X(13) VALUE '     CREDITS '.                  00002940
           05  FILLER PIC X(13) VALUE '        MEMO '.                  00002950
           05  FILLER PIC X(13) VALUE '      BALANCE'.                  00002960
       01  WS-STMT-DETAIL-LINE.                                         00002970
           05  SD-DATE              PIC X(10).                          00002980
           05  FILLER               PIC X(2).                           00002990
           05  SD-DESC              PIC X(24).                          00003000
           05  FILLER               PIC X(1).                           00003010
           05  SD-KWH               PIC -ZZZZ9.                         00003020
           05  FILLER               PIC X(2).                           00003030
           05  SD-READ-CODE         PIC X(1).                           00003040
           05  FILLER               PIC X(2).                           00003050
           05  SD-SCHEDULE          PIC X(15).                          00003060
           05  FILLER               PIC X(1).                           00003070
           05  SD-REFERENCE         PIC X(10).                          00003080
           05  FILLER               PIC X(2).                           00003090
           05  SD-CHARGES           PIC Z,ZZZ,ZZ9.99.                   00003100
           05  FILLER               PIC X(1).                           00003110
           05  SD-CREDITS           PIC Z,ZZZ,ZZ9.99.                   00003120
           05  FILLER               PIC X(1).                           00003130
           05  SD-MEMO              PIC Z,ZZZ,ZZ9.99.                   00003140
           05  FILLER               PIC X(1).                           00003150
           05  SD-BALANCE           PIC -Z,ZZZ,ZZ9.99.                  00003160
           05  FILLER               PIC X(4).                           00003170
                                                                        00003180
      ***************************************************************** 00003190
      * IT'S GO TIME!                                                   00003200
      ***************************************************************** 00003210
       PROCEDURE DIVISION.                                              00003220
                                                                        00003230
      ***************************************************************** 00003240
      * MAINLINE - PRINT ONE STATEMENT FOR EACH REQUEST, THEN THE       00003250
      * CONTROL PAGE, STOP.                                             00003260
      ***************************************************************** 00003270
       000-MAIN.                                                        00003280
           DISPLAY '*************************************'.             00003290
           DISPLAY '*** ACCTSTMT - STATEMENT OF ACCT  ***'.             00003300
           DISPLAY '*************************************'.             00003310
           DISPLAY ' '.                                                 00003320
                                                                        00003330
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00003340
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00003350
                  '/'              DELIMITED BY SIZE                    00003360
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00003370
                  '/'              DELIMITED BY SIZE                    00003380
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00003390
               INTO WS-RUN-DATE-ED.                                     00003400
                                                                        00003410
           OPEN INPUT STMTREQ-FILE.                                     00003420
           IF WS-STMTREQ-STATUS NOT = '00'                              00003430
               DISPLAY 'UNABLE TO OPEN STMTREQ-FILE, STATUS: '          00003440
                   WS-STMTREQ-STATUS                                    00003450
               STOP RUN                                                 00003460
           END-IF.                                                      00003470
                                                                        00003480
           OPEN INPUT CUSTMAS-FILE.                                     00003490
           IF WS-CUSTMAS-STATUS NOT = '00'                              00003500
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00003510
                   WS-CUSTMAS-STATUS                                    00003520
               STOP RUN                                                 00003530
           END-IF.                                                      00003540
                                                                        00003550
           OPEN INPUT NAMEADDR-FILE.                                    00003560
           IF WS-NAMEADDR-STATUS NOT = '00'                             00003570
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00003580
                   WS-NAMEADDR-STATUS                                   00003590
               STOP RUN                                                 00003600
           END-IF.                                                      00003610
                                                                        00003620
           OPEN OUTPUT STMT-FILE.                                       00003630
           IF WS-STMT-STATUS NOT = '00'                                 00003640
               DISPLAY 'UNABLE TO OPEN STMT-FILE, STATUS: '             00003650
                   WS-STMT-STATUS                                       00003660
               STOP RUN                                                 00003670
           END-IF.                                                      00003680
                                                                        00003690
           PERFORM UNTIL STMTREQ-EOF                                    00003700
               READ STMTREQ-FILE                                        00003710
                   AT END                                               00003720
                       SET STMTREQ-EOF TO TRUE                          00003730
                   NOT AT END                                           00003740
                       PERFORM 400-PROCESS-REQUEST                      00003750
               END-READ                                                 00003760
           END-PERFORM.                                                 00003770
                                                                        00003780
           PERFORM 900-WRITE-CONTROL-PAGE.                              00003790
                                                                        00003800
           CLOSE STMTREQ-FILE.                                          00003810
           CLOSE CUSTMAS-FILE.                                          00003820
           CLOSE NAMEADDR-FILE.                                         00003830
           CLOSE STMT-FILE.                                             00003840
           STOP RUN.                                                    00003850
                                                                        00003860
      ***************************************************************** 00003870
      * Edit WS-WORK-DATE into MM/DD/CCYY (spaces for a zero date).     00003880
      ***************************************************************** 00003890
       150-EDIT-WORK-DATE.                                              00003900
           MOVE SPACES TO WS-WORK-DATE-ED.                              00003910
           IF WS-WORK-DATE > 0                                          00003920
               STRING WS-WORK-DATE-MM   DELIMITED BY SIZE               00003930
                      '/'               DELIMITED BY SIZE               00003940
                      WS-WORK-DATE-DD   DELIMITED BY SIZE               00003950
                      '/'               DELIMITED BY SIZE               00003960
                      WS-WORK-DATE-CCYY DELIMITED BY SIZE               00003970
                   INTO WS-WORK-DATE-ED                                 00003980
           END-IF.                                                      00003990
                                                                        00004000
      ***************************************************************** 00004010
      * Check that a nonzero WS-WORK-DATE is a calendar date in         00004020
      * CCYYMMDD form.                                                  00004030
      ***************************************************************** 00004040
       155-CHECK-WORK-DATE.                                             00004050
           MOVE 'Y' TO WS-DATE-VALID-SW.                                00004060
           IF WS-WORK-DATE > 0                                          00004070
               IF WS-WORK-DATE-CCYY < 1900                              00004080
                       OR WS-WORK-DATE-MM < 1 OR WS-WORK-DATE-MM > 12   00004090
                       OR WS-WORK-DATE-DD < 1 OR WS-WORK-DATE-DD > 31   00004100
                   MOVE 'N' TO WS-DATE-VALID-SW                         00004110
               END-IF                                                   00004120
           END-IF.                                                      00004130
                                                                        00004140
      ***************************************************************** 00004150
      * Build and print the statement for one request: gather the       00004160
      * account's history into the ledger, then read the master it      00004170
      * is proved against (the audit images are viewed through the      00004180
      * master record area, so the master is read last) and print.      00004190
      ***************************************************************** 00004200
       400-PROCESS-REQUEST.                                             00004210
           ADD 1 TO WS-READ-COUNT.                                      00004220
           PERFORM 410-EDIT-REQUEST.                                    00004230
           IF WS-REJECT-REASON = SPACES                                 00004240
               PERFORM 415-RESET-STATEMENT                              00004250
               PERFORM 420-GATHER-BILLS                                 00004260
               PERFORM 430-GATHER-PAYMENTS                              00004270
               PERFORM 440-GATHER-MAINTENANCE                           00004280
               MOVE SR-ACCOUNT-NO TO CM-ACCOUNT-NO                      00004290
               READ CUSTMAS-FILE                                        00004300
                   INVALID KEY                                          00004310
                       MOVE 'ACCOUNT NOT ON MASTER'                     00004320
                           TO WS-REJECT-REASON                          00004330
               END-READ                                                 00004340
           END-IF.                                                      00004350
           IF WS-REJECT-REASON NOT = SPACES                             00004360
               PERFORM 470-FILE-REJECT                                  00004370
           ELSE                                                         00004380
               PERFORM 500-WRITE-STATEMENT                              00004390
               ADD 1 TO WS-PRINTED-COUNT                                00004400
           END-IF.                                                      00004410
                                                                        00004420
      ***************************************************************** 00004430
      * Edit the request: a numeric account, and dates that are blank,  00004440
      * zero or real calendar dates with the period in order. Blank     00004450
      * dates are taken as zero. The first failure found is the         00004460
      * reason reported.                                                00004470
      ***************************************************************** 00004480
       410-EDIT-REQUEST.                                                00004490
           MOVE SPACES TO WS-REJECT-REASON.                             00004500
           IF SR-FROM-DATE-X = SPACES                                   00004510
               MOVE 0 TO SR-FROM-DATE                                   00004520
           END-IF.                                                      00004530
           IF SR-THRU-DATE-X = SPACES                                   00004540
               MOVE 0 TO SR-THRU-DATE                                   00004550
           END-IF.                                                      00004560
           EVALUATE TRUE                                                00004570
               WHEN SR-ACCOUNT-NO IS NOT NUMERIC                        00004580
                   MOVE 'ACCOUNT NOT NUMERIC' TO WS-REJECT-REASON       00004590
               WHEN SR-FROM-DATE IS NOT NUMERIC                         00004600
                   MOVE 'FROM DATE NOT NUMERIC' TO WS-REJECT-REASON     00004610
               WHEN SR-THRU-DATE IS NOT NUMERIC                         00004620
                   MOVE 'THRU DATE NOT NUMERIC' TO WS-REJECT-REASON     00004630
               WHEN OTHER                                               00004640
                   MOVE SR-FROM-DATE TO WS-WORK-DATE                    00004650
                   PERFORM 155-CHECK-WORK-DATE                          00004660
                   IF NOT DATE-VALID                                    00004670
                       MOVE 'FROM DATE INVALID' TO WS-REJECT-REASON     00004680
                   END-IF                                               00004690
                   MOVE SR-THRU-DATE TO WS-WORK-DATE                    00004700
                   PERFORM 155-CHECK-WORK-DATE                          00004710
                   IF NOT DATE-VALID                                    00004720
                       MOVE 'THRU DATE INVALID' TO WS-REJECT-REASON     00004730
                   END-IF                                               00004740
                   IF WS-REJECT-REASON = SPACES                         00004750
                           AND SR-THRU-DATE > 0                         00004760
                           AND SR-FROM-DATE > SR-THRU-DATE              00004770
                       MOVE 'FROM DATE AFTER THRU DATE'                 00004780
                           TO WS-REJECT-REASON                          00004790
                   END-IF                                               00004800
           END-EVALUATE.                                                00004810
                                                                        00004820
      ***************************************************************** 00004830
      * Clear the ledger and balances for a new statement and set the   00004840
      * period: a zero thru date runs through the latest activity.      00004850
      ***************************************************************** 00004860
       415-RESET-STATEMENT.                                             00004870
           MOVE 0 TO WS-LEDGER-USED.                                    00004880
           MOVE 0 TO WS-OPENING-BALANCE.                                00004890
           MOVE 0 TO WS-OPENING-COUNT.                                  00004900
           MOVE 0 TO WS-AFTER-AMOUNT.                                   00004910
           MOVE 0 TO WS-AFTER-COUNT.                                    00004920
           MOVE 0 TO WS-UNLISTED-AMOUNT.                                00004930
           MOVE 0 TO WS-UNLISTED-COUNT.                                 00004940
           MOVE 0 TO WS-PERIOD-CHARGES.                                 00004950
           MOVE 0 TO WS-PERIOD-CREDITS.                                 00004960
           MOVE 'N' TO WS-MAINT-SW.                                     00004970
           MOVE SR-FROM-DATE TO WS-FROM-DATE.                           00004980
           IF SR-FROM-DATE = 0                                          00004990
               MOVE 'START OF HISTORY' TO WS-FROM-DATE-ED               00005000
           ELSE                                                         00005010
               MOVE SR-FROM-DATE TO WS-WORK-DATE                        00005020
               PERFORM 150-EDIT-WORK-DATE                               00005030
               MOVE WS-WORK-DATE-ED TO WS-FROM-DATE-ED                  00005040
           END-IF.                                                      00005050
           IF SR-THRU-DATE = 0                                          00005060
               MOVE 99999999 TO WS-THRU-DATE                            00005070
               MOVE 'LATEST ACTIVITY' TO WS-THRU-DATE-ED                00005080
           ELSE                                                         00005090
               MOVE SR-THRU-DATE TO WS-THRU-DATE                        00005100
               MOVE SR-THRU-DATE TO WS-WORK-DATE                        00005110
               PERFORM 150-EDIT-WORK-DATE                               00005120
               MOVE WS-WORK-DATE-ED TO WS-THRU-DATE-ED                  00005130
           END-IF.                                                      00005140
                                                                        00005150
      ***************************************************************** 00005160
      * Read the billing history for this account's bills. A bill is    00005170
      * the charges plus taxes; a closing bill's deposit/deferral       00005180
      * settlement (or a net-metering payout) is its own entry. A       00005190
      * cancel record from REBILL takes the cancelled bill back off     00005200
      * at the amounts it was cut for, and the corrected bill is        00005210
      * listed like any other.                                          00005220
      ***************************************************************** 00005230
       420-GATHER-BILLS.                                                00005240
           MOVE 'N' TO WS-BILLHIST-EOF-SW.                              00005250
           OPEN INPUT BILLHIST-FILE.                                    00005260
           IF WS-BILLHIST-STATUS = '00'                                 00005270
               PERFORM UNTIL BILLHIST-EOF                               00005280
                   READ BILLHIST-FILE                                   00005290
                       AT END                                           00005300
                           SET BILLHIST-EOF TO TRUE                     00005310
                       NOT AT END                                       00005320
                           IF BH-ACCOUNT-NO = SR-ACCOUNT-NO             00005330
                               PERFORM 425-FILE-BILL                    00005340
                           END-IF                                       00005350
                   END-READ                                             00005360
               END-PERFORM                                              00005370
               CLOSE BILLHIST-FILE                                      00005380
           END-IF.                                                      00005390
                                                                        00005400
      ***************************************************************** 00005410
      * File the billing history record just read as ledger entries.    00005420
      ***************************************************************** 00005430
       425-FILE-BILL.                                                   00005440
           MOVE SPACES TO WS-ENT-ENTRY.                                 00005450
           MOVE 2 TO WS-ENT-SOURCE.                                     00005460
           MOVE BH-RUN-DATE TO WS-ENT-DATE.                             00005470
           MOVE 'Y' TO WS-ENT-BILL-SW.                                  00005480
           MOVE BH-KWH-USED TO WS-ENT-KWH.                              00005490
           MOVE BH-READ-CODE TO WS-ENT-READ-CODE.                       00005500
           MOVE 0 TO WS-ENT-MEMO-AMT.                                   00005510
           IF BH-SCHEDULE-CODE = SPACES                                 00005520
               MOVE '(NOT RECORDED)' TO WS-ENT-SCHEDULE                 00005530
           ELSE                                                         00005540
               MOVE BH-SCHEDULE-CODE TO WS-ENT-SCHEDULE                 00005550
           END-IF.                                                      00005560
           IF BH-DUE-DATE IS NUMERIC AND BH-DUE-DATE > 0                00005570
               MOVE BH-DUE-DATE TO WS-WORK-DATE                         00005580
               PERFORM 150-EDIT-WORK-DATE                               00005590
               MOVE WS-WORK-DATE-ED TO WS-ENT-REFERENCE                 00005600
           END-IF.                                                      00005610
           MOVE BH-TOTAL-BILL TO WS-BILL-AMOUNT.                        00005620
           IF BH-TAX-AMOUNT IS NUMERIC                                  00005630
               ADD BH-TAX-AMOUNT TO WS-BILL-AMOUNT                      00005640
           END-IF.                                                      00005650
           EVALUATE TRUE                                                00005660
               WHEN BH-ENTRY-CANCEL                                     00005670
                   MOVE 'BILL CANCELLED' TO WS-ENT-DESC                 00005680
                   COMPUTE WS-ENT-AMOUNT = 0 - WS-BILL-AMOUNT           00005690
               WHEN BH-ENTRY-REBILL                                     00005700
                   MOVE 'CORRECTED BILL' TO WS-ENT-DESC                 00005710
                   MOVE WS-BILL-AMOUNT TO WS-ENT-AMOUNT                 00005720
               WHEN BH-NET-METERED                                      00005730
                   MOVE 'BILL - NET METERED' TO WS-ENT-DESC             00005740
                   MOVE WS-BILL-AMOUNT TO WS-ENT-AMOUNT                 00005750
               WHEN OTHER                                               00005760
                   MOVE 'BILL' TO WS-ENT-DESC                           00005770
                   MOVE WS-BILL-AMOUNT TO WS-ENT-AMOUNT                 00005780
           END-EVALUATE.                                                00005790
           PERFORM 450-FILE-ENTRY.                                      00005800
                                                                        00005810
           IF BH-CLOSING-ADJ IS NUMERIC AND BH-CLOSING-ADJ NOT = 0      00005820
               MOVE 'N' TO WS-ENT-BILL-SW                               00005830
               MOVE SPACES TO WS-ENT-REFERENCE                          00005840
               IF BH-ENTRY-CANCEL                                       00005850
                   MOVE 'CLOSING ADJ CANCELLED' TO WS-ENT-DESC          00005860
                   COMPUTE WS-ENT-AMOUNT = 0 - BH-CLOSING-ADJ           00005870
               ELSE                                                     00005880
                   IF BH-NET-METERED                                    00005890
                           AND BH-NET-SETTLE-CREDIT IS NUMERIC          00005900
                           AND BH-NET-SETTLE-CREDIT > 0                 00005910
                       MOVE 'NET METER SETTLEMENT' TO WS-ENT-DESC       00005920
                   ELSE                                                 00005930
                       MOVE 'CLOSING BILL ADJUSTMENT' TO WS-ENT-DESC    00005940
                   END-IF                                               00005950
                   MOVE BH-CLOSING-ADJ TO WS-ENT-AMOUNT                 00005960
               END-IF                                                   00005970
               PERFORM 450-FILE-ENTRY                                   00005980
           END-IF.                                                      00005990
                                                                        00006000
      ***************************************************************** 00006010
      * Read the posted payment history for this account's receipts,    00006020
      * fees and write-offs.                                            00006030
      ***************************************************************** 00006040
       430-GATHER-PAYMENTS.                                             00006050
           MOVE 'N' TO WS-PAYHIST-EOF-SW.                               00006060
           OPEN INPUT PAYHIST-FILE.                                     00006070
           IF WS-PAYHIST-STATUS = '00'                                  00006080
               PERFORM UNTIL PAYHIST-EOF                                00006090
                   READ PAYHIST-FILE                                    00006100
                       AT END                                           00006110
                           SET PAYHIST-EOF TO TRUE                      00006120
                       NOT AT END                                       00006130
                           IF PH-ACCOUNT-NO = SR-ACCOUNT-NO             00006140
                               PERFORM 435-FILE-PAYMENT                 00006150
                           END-IF                                       00006160
                   END-READ                                             00006170
               END-PERFORM                                              00006180
               CLOSE PAYHIST-FILE                                       00006190
           END-IF.                                                      00006200
                                                                        00006210
      ***************************************************************** 00006220
      * File the payment history record just read as a ledger entry,    00006230
      * signed the way ARRECON rebuilds the balance: bill payments      00006240
      * and write-offs reduce it; reversals and every fee and charge    00006250
      * restore it; deposits and recoveries on written-off debt are     00006260
      * shown as memo amounts only.                                     00006270
      ***************************************************************** 00006280
       435-FILE-PAYMENT.                                                00006290
           MOVE SPACES TO WS-ENT-ENTRY.                                 00006300
           MOVE 3 TO WS-ENT-SOURCE.                                     00006310
           MOVE PH-POST-DATE TO WS-ENT-DATE.                            00006320
           MOVE 'N' TO WS-ENT-BILL-SW.                                  00006330
           MOVE 0 TO WS-ENT-KWH.                                        00006340
           MOVE 0 TO WS-ENT-AMOUNT.                                     00006350
           MOVE 0 TO WS-ENT-MEMO-AMT.                                   00006360
           EVALUATE PH-TENDER-TYPE                                      00006370
               WHEN 'K'                                                 00006380
                   MOVE 'CHECK' TO WS-ENT-REFERENCE                     00006390
               WHEN 'E'                                                 00006400
                   MOVE 'ELECTRONIC' TO WS-ENT-REFERENCE                00006410
               WHEN 'A'                                                 00006420
                   MOVE 'AUTOPAY' TO WS-ENT-REFERENCE                   00006430
               WHEN SPACE                                               00006440
                   CONTINUE                                             00006450
               WHEN OTHER                                               00006460
                   MOVE 'CASH' TO WS-ENT-REFERENCE                      00006470
           END-EVALUATE.                                                00006480
           EVALUATE TRUE                                                00006490
               WHEN PH-TYPE-PAYMENT                                     00006500
                   MOVE 'PAYMENT' TO WS-ENT-DESC                        00006510
                   COMPUTE WS-ENT-AMOUNT = 0 - PH-AMOUNT                00006520
               WHEN PH-TYPE-WRITE-OFF                                   00006530
                   MOVE 'WRITTEN OFF TO BAD DEBT' TO WS-ENT-DESC        00006540
                   COMPUTE WS-ENT-AMOUNT = 0 - PH-AMOUNT                00006550
               WHEN PH-TYPE-DEPOSIT                                     00006560
                   MOVE 'SECURITY DEPOSIT' TO WS-ENT-DESC               00006570
                   MOVE PH-AMOUNT TO WS-ENT-MEMO-AMT                    00006580
               WHEN PH-TYPE-RECOVERY                                    00006590
                   MOVE 'BAD DEBT RECOVERY' TO WS-ENT-DESC              00006600
                   MOVE PH-AMOUNT TO WS-ENT-MEMO-AMT                    00006610
               WHEN PH-TYPE-REVERSAL                                    00006620
                   MOVE 'PAYMENT RETURNED (NSF)' TO WS-ENT-DESC         00006630
                   MOVE PH-AMOUNT TO WS-ENT-AMOUNT                      00006640
               WHEN PH-TYPE-NSF-FEE                                     00006650
                   MOVE 'RETURNED ITEM FEE' TO WS-ENT-DESC              00006660
                   MOVE PH-AMOUNT TO WS-ENT-AMOUNT                      00006670
               WHEN PH-TYPE-LATE-CHARGE                                 00006680
                   MOVE 'LATE PAYMENT CHARGE' TO WS-ENT-DESC            00006690
                   MOVE PH-AMOUNT TO WS-ENT-AMOUNT                      00006700
               WHEN PH-TYPE-RECONNECT-FEE                               00006710
                   MOVE 'RECONNECT FEE' TO WS-ENT-DESC                  00006720
                   MOVE PH-AMOUNT TO WS-ENT-AMOUNT                      00006730
               WHEN OTHER                                               00006740
                   STRING 'HISTORY TYPE '  DELIMITED BY SIZE            00006750
                          PH-RECORD-TYPE   DELIMITED BY SIZE            00006760
                       INTO WS-ENT-DESC                                 00006770
                   MOVE PH-AMOUNT TO WS-ENT-AMOUNT                      00006780
           END-EVALUATE.                                                00006790
           PERFORM 450-FILE-ENTRY.                                      00006800
                                                                        00006810
      ***************************************************************** 00006820
      * Read the maintenance audit trail for this account's changes.    00006830
      ***************************************************************** 00006840
       440-GATHER-MAINTENANCE.                                          00006850
           MOVE 'N' TO WS-AUDIT-EOF-SW.                                 00006860
           OPEN INPUT AUDIT-FILE.                                       00006870
           IF WS-AUDIT-STATUS = '00'                                    00006880
               PERFORM UNTIL AUDIT-EOF                                  00006890
                   READ AUDIT-FILE                                      00006900
                       AT END                                           00006910
                           SET AUDIT-EOF TO TRUE                        00006920
                       NOT AT END                                       00006930
                           IF AU-ACCOUNT-NO = SR-ACCOUNT-NO             00006940
                               PERFORM 445-FILE-MAINTENANCE             00006950
                           END-IF                                       00006960
                   END-READ                                             00006970
               END-PERFORM                                              00006980
               CLOSE AUDIT-FILE                                         00006990
           END-IF.                                                      00007000
                                                                        00007010
      ***************************************************************** 00007020
      * File the audit record just read as a ledger entry under the     00007030
      * user who keyed it. A master change carries whatever it did to   00007040
      * the balance - the before image's balance against the after      00007050
      * image's, read through the master record layout - so an          00007060
      * opening balance keyed on an ADD is part of the story. A name    00007070
      * and address change never moves the balance.                     00007080
      * Each image is rebuilt from its base part and extension; an      00007082
      * audit record older than the extensions rebuilds as the          00007084
      * original master, the fields added since left blank.             00007086
      ***************************************************************** 00007090
       445-FILE-MAINTENANCE.                                            00007100
           MOVE SPACES TO WS-ENT-ENTRY.                                 00007110
           MOVE 1 TO WS-ENT-SOURCE.                                     00007120
           MOVE AU-RUN-DATE TO WS-ENT-DATE.                             00007130
           MOVE 'N' TO WS-ENT-BILL-SW.                                  00007140
           MOVE 0 TO WS-ENT-KWH.                                        00007150
           MOVE 0 TO WS-ENT-AMOUNT.                                     00007160
           MOVE 0 TO WS-ENT-MEMO-AMT.                                   00007170
           MOVE AU-USER-ID TO WS-ENT-REFERENCE.                         00007180
           IF AU-IMAGE-NAME-ADDR                                        00007190
               MOVE 'NAME/ADDRESS CHANGED' TO WS-ENT-DESC               00007200
           ELSE                                                         00007210
               SET MAINT-IN-HISTORY TO TRUE                             00007220
               STRING 'MAINTENANCE - ' DELIMITED BY SIZE                00007230
                      AU-ACTION        DELIMITED BY SIZE                00007240
                   INTO WS-ENT-DESC                                     00007250
               MOVE 0 TO WS-IMAGE-BEFORE-BAL                            00007260
               MOVE 0 TO WS-IMAGE-AFTER-BAL                             00007270
               MOVE AU-BEFORE-IMAGE TO WS-AUDIT-IMAGE-BASE              00007280
               MOVE AU-BEFORE-IMAGE-EXT TO WS-AUDIT-IMAGE-EXT           00007282
               MOVE AU-BEFORE-IMAGE-EXT2 TO WS-AUDIT-IMAGE-EXT2         00007283
               MOVE WS-AUDIT-IMAGE TO CM-CUSTOMER-RECORD                00007284
               IF CM-PREVIOUS-BALANCE IS NUMERIC                        00007290
                       AND CM-PAYMENTS-RECEIVED IS NUMERIC              00007300
                   COMPUTE WS-IMAGE-BEFORE-BAL =                        00007310
                       CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED       00007320
               END-IF                                                   00007330
               MOVE AU-AFTER-IMAGE TO WS-AUDIT-IMAGE-BASE               00007340
               MOVE AU-AFTER-IMAGE-EXT TO WS-AUDIT-IMAGE-EXT            00007342
               MOVE AU-AFTER-IMAGE-EXT2 TO WS-AUDIT-IMAGE-EXT2          00007343
               MOVE WS-AUDIT-IMAGE TO CM-CUSTOMER-RECORD                00007344
               IF CM-PREVIOUS-BALANCE IS NUMERIC                        00007350
                       AND CM-PAYMENTS-RECEIVED IS NUMERIC              00007360
                   COMPUTE WS-IMAGE-AFTER-BAL =                         00007370
                       CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED       00007380
               END-IF                                                   00007390
               COMPUTE WS-ENT-AMOUNT =                                  00007400
                   WS-IMAGE-AFTER-BAL - WS-IMAGE-BEFORE-BAL             00007410
           END-IF.                                                      00007420
           PERFORM 450-FILE-ENTRY.                                      00007430
                                                                        00007440
      ***************************************************************** 00007450
      * File the entry in WS-ENT-ENTRY. Activity before the period is   00007460
      * brought forward into the opening balance and activity after     00007470
      * it is summarized; activity inside it goes into the ledger in    00007480
      * date order. If the ledger is full the entry still counts        00007490
      * toward the balance, summarized as not listed.                   00007500
      ***************************************************************** 00007510
       450-FILE-ENTRY.                                                  00007520
           COMPUTE WS-ENT-SORT-KEY = WS-ENT-DATE * 10 + WS-ENT-SOURCE.  00007530
           EVALUATE TRUE                                                00007540
               WHEN WS-ENT-DATE < WS-FROM-DATE                          00007550
                   ADD WS-ENT-AMOUNT TO WS-OPENING-BALANCE              00007560
                   ADD 1 TO WS-OPENING-COUNT                            00007570
               WHEN WS-ENT-DATE > WS-THRU-DATE                          00007580
                   ADD WS-ENT-AMOUNT TO WS-AFTER-AMOUNT                 00007590
                   ADD 1 TO WS-AFTER-COUNT                              00007600
               WHEN WS-LEDGER-USED >= 300                               00007610
                   ADD WS-ENT-AMOUNT TO WS-UNLISTED-AMOUNT              00007620
                   ADD 1 TO WS-UNLISTED-COUNT                           00007630
               WHEN OTHER                                               00007640
                   PERFORM 455-INSERT-LEDGER-ENTRY                      00007650
           END-EVALUATE.                                                00007660
                                                                        00007670
      ***************************************************************** 00007680
      * Insert WS-ENT-ENTRY into the ledger behind every entry whose    00007690
      * key is not higher, sliding the later entries down one slot -    00007700
      * so entries with the same date and source keep the order         00007710
      * their file holds them in.                                       00007720
      ***************************************************************** 00007730
       455-INSERT-LEDGER-ENTRY.                                         00007740
           MOVE WS-LEDGER-USED TO WS-LEDGER-SUB.                        00007750
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                00007760
           PERFORM UNTIL SLOT-FOUND                                     00007770
               IF WS-LEDGER-SUB = 0                                     00007780
                   SET SLOT-FOUND TO TRUE                               00007790
               ELSE                                                     00007800
                   IF WS-LED-SORT-KEY (WS-LEDGER-SUB) > WS-ENT-SORT-KEY 00007810
                       COMPUTE WS-LEDGER-NEXT = WS-LEDGER-SUB + 1       00007820
                       MOVE WS-LED-ENTRY (WS-LEDGER-SUB)                00007830
                           TO WS-LED-ENTRY (WS-LEDGER-NEXT)             00007840
                       SUBTRACT 1 FROM WS-LEDGER-SUB                    00007850
                   ELSE                                                 00007860
                       SET SLOT-FOUND TO TRUE                           00007870
                   END-IF                                               00007880
               END-IF                                                   00007890
           END-PERFORM.                                                 00007900
           ADD 1 TO WS-LEDGER-SUB.                                      00007910
           MOVE WS-ENT-ENTRY TO WS-LED-ENTRY (WS-LEDGER-SUB).           00007920
           ADD 1 TO WS-LEDGER-USED.                                     00007930
                                                                        00007940
      ***************************************************************** 00007950
      * Keep a rejected request for the control page.                   00007960
      ***************************************************************** 00007970
       470-FILE-REJECT.                                                 00007980
           ADD 1 TO WS-REJECTED-COUNT.                                  00007990
           IF WS-REJ-ENTRIES-USED < 100                                 00008000
               ADD 1 TO WS-REJ-ENTRIES-USED                             00008010
               SET WS-REJ-IDX TO WS-REJ-ENTRIES-USED                    00008020
               MOVE SR-ACCOUNT-NO-X  TO WS-REJ-ACCOUNT (WS-REJ-IDX)     00008030
               MOVE WS-REJECT-REASON TO WS-REJ-REASON (WS-REJ-IDX)      00008040
           ELSE                                                         00008050
               DISPLAY 'REJECT TABLE FULL, REQUEST: ' SR-ACCOUNT-NO-X   00008060
                   ' ' WS-REJECT-REASON                                 00008070
           END-IF.                                                      00008080
                                                                        00008090
      ***************************************************************** 00008100
      * Print the statement: heading, balance brought forward, the      00008110
      * ledger with its running balance, the activity summarized        00008120
      * beyond the period, and the tie to the master.                   00008130
      ***************************************************************** 00008140
       500-WRITE-STATEMENT.                                             00008150
           MOVE 0 TO WS-STMT-PAGE-NO.                                   00008160
           PERFORM 810-WRITE-STATEMENT-HEADERS.                         00008170
                                                                        00008180
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.               00008190
           MOVE SPACES TO WS-STMT-DETAIL-LINE.                          00008200
           MOVE WS-FROM-DATE TO WS-WORK-DATE.                           00008210
           PERFORM 150-EDIT-WORK-DATE.                                  00008220
           MOVE WS-WORK-DATE-ED TO SD-DATE.                             00008230
           MOVE 'BALANCE FORWARD' TO SD-DESC.                           00008240
           MOVE WS-RUNNING-BALANCE TO SD-BALANCE.                       00008250
           PERFORM 560-WRITE-DETAIL-LINE.                               00008260
                                                                        00008270
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1                       00008280
                   UNTIL WS-LED-IDX > WS-LEDGER-USED                    00008290
               PERFORM 510-WRITE-LEDGER-ENTRY                           00008300
           END-PERFORM.                                                 00008310
                                                                        00008320
           IF WS-UNLISTED-COUNT > 0                                     00008330
               ADD WS-UNLISTED-AMOUNT TO WS-RUNNING-BALANCE             00008340
               MOVE WS-UNLISTED-COUNT TO WS-STMT-COUNT-ED               00008350
               MOVE SPACES TO WS-STMT-DETAIL-LINE                       00008360
               STRING WS-STMT-COUNT-ED DELIMITED BY SIZE                00008370
                      ' MORE - NOT LISTED' DELIMITED BY SIZE            00008380
                   INTO SD-DESC                                         00008390
               PERFORM 520-SPLIT-AMOUNT                                 00008400
               MOVE WS-RUNNING-BALANCE TO SD-BALANCE                    00008410
               PERFORM 560-WRITE-DETAIL-LINE                            00008420
           END-IF.                                                      00008430
                                                                        00008440
           IF WS-AFTER-COUNT > 0                                        00008450
               ADD WS-AFTER-AMOUNT TO WS-RUNNING-BALANCE                00008460
               MOVE WS-AFTER-COUNT TO WS-STMT-COUNT-ED                  00008470
               MOVE SPACES TO WS-STMT-DETAIL-LINE                       00008480
               STRING WS-STMT-COUNT-ED DELIMITED BY SIZE                00008490
                      ' AFTER PERIOD'  DELIMITED BY SIZE                00008500
                   INTO SD-DESC                                         00008510
               IF WS-AFTER-AMOUNT < 0                                   00008520
                   COMPUTE SD-CREDITS = 0 - WS-AFTER-AMOUNT             00008530
               ELSE                                                     00008540
                   MOVE WS-AFTER-AMOUNT TO SD-CHARGES                   00008550
               END-IF                                                   00008560
               MOVE WS-RUNNING-BALANCE TO SD-BALANCE                    00008570
               PERFORM 560-WRITE-DETAIL-LINE                            00008580
           END-IF.                                                      00008590
                                                                        00008600
           PERFORM 600-WRITE-TIE-OUT.                                   00008610
                                                                        00008620
      ***************************************************************** 00008630
      * Print one ledger entry and carry the running balance.           00008640
      ***************************************************************** 00008650
       510-WRITE-LEDGER-ENTRY.                                          00008660
           ADD WS-LED-AMOUNT (WS-LED-IDX) TO WS-RUNNING-BALANCE.        00008670
           MOVE SPACES TO WS-STMT-DETAIL-LINE.                          00008680
           MOVE WS-LED-DATE (WS-LED-IDX) TO WS-WORK-DATE.               00008690
           PERFORM 150-EDIT-WORK-DATE.                                  00008700
           MOVE WS-WORK-DATE-ED TO SD-DATE.                             00008710
           MOVE WS-LED-DESC (WS-LED-IDX) TO SD-DESC.                    00008720
           IF LED-IS-BILL (WS-LED-IDX)                                  00008730
               MOVE WS-LED-KWH (WS-LED-IDX)       TO SD-KWH             00008740
               MOVE WS-LED-READ-CODE (WS-LED-IDX) TO SD-READ-CODE       00008750
               MOVE WS-LED-SCHEDULE (WS-LED-IDX)  TO SD-SCHEDULE        00008760
           END-IF.                                                      00008770
           MOVE WS-LED-REFERENCE (WS-LED-IDX) TO SD-REFERENCE.          00008780
           IF WS-LED-AMOUNT (WS-LED-IDX) < 0                            00008790
               COMPUTE SD-CREDITS = 0 - WS-LED-AMOUNT (WS-LED-IDX)      00008800
               SUBTRACT WS-LED-AMOUNT (WS-LED-IDX)                      00008810
                   FROM WS-PERIOD-CREDITS                               00008820
           ELSE                                                         00008830
               IF WS-LED-AMOUNT (WS-LED-IDX) > 0                        00008840
                   MOVE WS-LED-AMOUNT (WS-LED-IDX) TO SD-CHARGES        00008850
                   ADD WS-LED-AMOUNT (WS-LED-IDX)                       00008860
                       TO WS-PERIOD-CHARGES                             00008870
               END-IF                                                   00008880
           END-IF.                                                      00008890
           IF WS-LED-MEMO-AMT (WS-LED-IDX) > 0                          00008900
               MOVE WS-LED-MEMO-AMT (WS-LED-IDX) TO SD-MEMO             00008910
           END-IF.                                                      00008920
           MOVE WS-RUNNING-BALANCE TO SD-BALANCE.                       00008930
           PERFORM 560-WRITE-DETAIL-LINE.                               00008940
                                                                        00008950
      ***************************************************************** 00008960
      * Put the not-listed amount into the charges or credits column    00008970
      * and into the period totals.                                     00008980
      ***************************************************************** 00008990
       520-SPLIT-AMOUNT.                                                00009000
           IF WS-UNLISTED-AMOUNT < 0                                    00009010
               COMPUTE SD-CREDITS = 0 - WS-UNLISTED-AMOUNT              00009020
               SUBTRACT WS-UNLISTED-AMOUNT FROM WS-PERIOD-CREDITS       00009030
           ELSE                                                         00009040
               MOVE WS-UNLISTED-AMOUNT TO SD-CHARGES                    00009050
               ADD WS-UNLISTED-AMOUNT TO WS-PERIOD-CHARGES              00009060
           END-IF.                                                      00009070
                                                                        00009080
      ***************************************************************** 00009090
      * Write one detail line, starting a continuation page first       00009100
      * when this one is full.                                          00009110
      ***************************************************************** 00009120
       560-WRITE-DETAIL-LINE.                                           00009130
           IF WS-STMT-LINE-COUNT + 1 > WS-STMT-PAGE-LIMIT               00009140
               PERFORM 810-WRITE-STATEMENT-HEADERS                      00009150
           END-IF.                                                      00009160
           ADD 1 TO WS-STMT-LINE-COUNT.                                 00009170
           WRITE STMT-LINE FROM WS-STMT-DETAIL-LINE                     00009180
               AFTER ADVANCING 1 LINE.                                  00009190
                                                                        00009200
      ***************************************************************** 00009210
      * Close the statement: the period's charges and credits, the      00009220
      * rebuilt balance, the balance as the master carries it           00009230
      * (previous balance less receipts on hand), any write-off on      00009240
      * the account, and whether the two balances tie. A difference     00009250
      * on an account with maintenance in its history points the        00009260
      * reader at those entries; one without is for billing to chase.   00009270
      ***************************************************************** 00009280
       600-WRITE-TIE-OUT.                                               00009290
           IF WS-STMT-LINE-COUNT + 12 > WS-STMT-PAGE-LIMIT              00009300
               PERFORM 810-WRITE-STATEMENT-HEADERS                      00009310
           END-IF.                                                      00009320
           WRITE STMT-LINE FROM WS-STMT-SEP-LINE                        00009330
               AFTER ADVANCING 1 LINE.                                  00009340
                                                                        00009350
           MOVE WS-PERIOD-CHARGES TO WS-STMT-AMT-ED.                    00009360
           MOVE WS-PERIOD-CREDITS TO WS-STMT-AMT-ED2.                   00009370
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00009380
           STRING 'CHARGES IN PERIOD  : $' DELIMITED BY SIZE            00009390
                  WS-STMT-AMT-ED           DELIMITED BY SIZE            00009400
                  '     CREDITS IN PERIOD: $' DELIMITED BY SIZE         00009410
                  WS-STMT-AMT-ED2          DELIMITED BY SIZE            00009420
               INTO WS-STMT-LINE-WORK.                                  00009430
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00009440
               AFTER ADVANCING 1 LINE.                                  00009450
                                                                        00009460
           MOVE WS-RUNNING-BALANCE TO WS-STMT-AMT-ED.                   00009470
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00009480
           STRING 'BALANCE PER HISTORY: $' DELIMITED BY SIZE            00009490
                  WS-STMT-AMT-ED           DELIMITED BY SIZE            00009500
               INTO WS-STMT-LINE-WORK.                                  00009510
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00009520
               AFTER ADVANCING 1 LINE.                                  00009530
                                                                        00009540
           COMPUTE WS-MASTER-BALANCE =                                  00009550
               CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED.              00009560
           MOVE CM-PREVIOUS-BALANCE  TO WS-STMT-AMT-ED.                 00009570
           MOVE CM-PAYMENTS-RECEIVED TO WS-STMT-AMT-ED2.                00009580
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00009590
           STRING 'MASTER PREV BALANCE: $' DELIMITED BY SIZE            00009600
                  WS-STMT-AMT-ED           DELIMITED BY SIZE            00009610
                  '     RECEIPTS ON HAND : $' DELIMITED BY SIZE         00009620
                  WS-STMT-AMT-ED2          DELIMITED BY SIZE            00009630
               INTO WS-STMT-LINE-WORK.                                  00009640
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00009650
               AFTER ADVANCING 1 LINE.                                  00009660
                                                                        00009670
           MOVE WS-MASTER-BALANCE TO WS-STMT-AMT-ED.                    00009680
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00009690
           STRING 'BALANCE PER MASTER : $' DELIMITED BY SIZE            00009700
                  WS-STMT-AMT-ED           DELIMITED BY SIZE            00009710
               INTO WS-STMT-LINE-WORK.                                  00009720
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00009730
               AFTER ADVANCING 1 LINE.                                  00009740
                                                                        00009750
           IF CM-WRITEOFF-DATE IS NUMERIC AND CM-WRITEOFF-DATE > 0      00009760
               MOVE CM-WRITEOFF-DATE TO WS-WORK-DATE                    00009770
               PERFORM 150-EDIT-WORK-DATE                               00009780
               MOVE CM-WRITEOFF-AMOUNT TO WS-STMT-AMT-ED                00009790
               MOVE CM-WO-RECOVERED    TO WS-STMT-AMT-ED2               00009800
               MOVE SPACES TO WS-STMT-LINE-WORK                         00009810
               STRING 'WRITTEN OFF        : ' DELIMITED BY SIZE         00009820
                      WS-WORK-DATE-ED         DELIMITED BY SIZE         00009830
                      '  $'                   DELIMITED BY SIZE         00009840
                      WS-STMT-AMT-ED          DELIMITED BY SIZE         00009850
                      '     RECOVERED SINCE  : $' DELIMITED BY SIZE     00009860
                      WS-STMT-AMT-ED2         DELIMITED BY SIZE         00009870
                   INTO WS-STMT-LINE-WORK                               00009880
               WRITE STMT-LINE FROM WS-STMT-LINE-WORK                   00009890
                   AFTER ADVANCING 1 LINE                               00009900
           END-IF.                                                      00009910
                                                                        00009920
           COMPUTE WS-TIE-DIFF = WS-MASTER-BALANCE - WS-RUNNING-BALANCE.00009930
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00009940
           IF WS-TIE-DIFF = 0                                           00009950
               ADD 1 TO WS-TIED-COUNT                                   00009960
               STRING 'TIE TO MASTER      : ' DELIMITED BY SIZE         00009970
                      'TIES - HISTORY ACCOUNTS FOR THE MASTER BALANCE'  00009980
                          DELIMITED BY SIZE                             00009990
                   INTO WS-STMT-LINE-WORK                               00010000
           ELSE                                                         00010010
               ADD 1 TO WS-NOT-TIED-COUNT                               00010020
               MOVE WS-TIE-DIFF TO WS-STMT-AMT-ED                       00010030
               IF MAINT-IN-HISTORY                                      00010040
                   STRING 'TIE TO MASTER      : ' DELIMITED BY SIZE     00010050
                          'DOES NOT TIE - DIFFERENCE $'                 00010060
                              DELIMITED BY SIZE                         00010070
                          WS-STMT-AMT-ED     DELIMITED BY SIZE          00010080
                          '  (SEE MAINTENANCE ENTRIES)'                 00010090
                              DELIMITED BY SIZE                         00010100
                       INTO WS-STMT-LINE-WORK                           00010110
               ELSE                                                     00010120
                   STRING 'TIE TO MASTER      : ' DELIMITED BY SIZE     00010130
                          'DOES NOT TIE - DIFFERENCE $'                 00010140
                              DELIMITED BY SIZE                         00010150
                          WS-STMT-AMT-ED     DELIMITED BY SIZE          00010160
                          '  (NO MAINTENANCE ON FILE)'                  00010170
                              DELIMITED BY SIZE                         00010180
                       INTO WS-STMT-LINE-WORK                           00010190
               END-IF                                                   00010200
           END-IF.                                                      00010210
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00010220
               AFTER ADVANCING 2 LINES.                                 00010230
           WRITE STMT-LINE FROM WS-STMT-SEP-LINE                        00010240
               AFTER ADVANCING 1 LINE.                                  00010250
                                                                        00010260
      ***************************************************************** 00010270
      * Start a page of the statement: title, run date and page, the    00010280
      * account's name and service address, the period and who asked    00010290
      * for it, and the column header. Every page carries the           00010300
      * account so a page that goes astray can be put back.             00010310
      ***************************************************************** 00010320
       810-WRITE-STATEMENT-HEADERS.                                     00010330
           ADD 1 TO WS-STMT-PAGE-NO.                                    00010340
           MOVE WS-STMT-PAGE-NO TO WS-STMT-PAGE-ED.                     00010350
           MOVE SR-ACCOUNT-NO TO WS-STMT-ACCT-ED.                       00010360
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00010370
           STRING 'ACCTSTMT STATEMENT OF ACCOUNT' DELIMITED BY SIZE     00010380
                  '     ACCOUNT: '                DELIMITED BY SIZE     00010390
                  WS-STMT-ACCT-ED                 DELIMITED BY SIZE     00010400
                  '     RUN DATE: '               DELIMITED BY SIZE     00010410
                  WS-RUN-DATE-ED                  DELIMITED BY SIZE     00010420
                  '     PAGE: '                   DELIMITED BY SIZE     00010430
                  WS-STMT-PAGE-ED                 DELIMITED BY SIZE     00010440
               INTO WS-STMT-LINE-WORK.                                  00010450
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00010460
               AFTER ADVANCING PAGE.                                    00010470
                                                                        00010480
           MOVE SR-ACCOUNT-NO TO NA-ACCOUNT-NO.                         00010490
           READ NAMEADDR-FILE                                           00010500
               INVALID KEY                                              00010510
                   MOVE SPACES TO NA-NAME-ADDR-RECORD                   00010520
           END-READ.                                                    00010530
           IF NA-FULL-NAME = SPACES                                     00010540
               MOVE CM-CUST-NAME TO WS-STMT-NAME                        00010550
           ELSE                                                         00010560
               MOVE NA-FULL-NAME TO WS-STMT-NAME                        00010570
           END-IF.                                                      00010580
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00010590
           STRING 'CUSTOMER: '    DELIMITED BY SIZE                     00010600
                  WS-STMT-NAME    DELIMITED BY SIZE                     00010610
               INTO WS-STMT-LINE-WORK.                                  00010620
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00010630
               AFTER ADVANCING 1 LINE.                                  00010640
                                                                        00010650
           MOVE SPACES TO WS-STMT-ZIP-ED.                               00010660
           IF NA-SVC-ZIP-PLUS4 = SPACES                                 00010670
               MOVE NA-SVC-ZIP TO WS-STMT-ZIP-ED                        00010680
           ELSE                                                         00010690
               STRING NA-SVC-ZIP       DELIMITED BY SIZE                00010700
                      '-'              DELIMITED BY SIZE                00010710
                      NA-SVC-ZIP-PLUS4 DELIMITED BY SIZE                00010720
                   INTO WS-STMT-ZIP-ED                                  00010730
           END-IF.                                                      00010740
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00010750
           STRING 'SERVICE : '    DELIMITED BY SIZE                     00010760
                  NA-SVC-STREET   DELIMITED BY SIZE                     00010770
                  ' '             DELIMITED BY SIZE                     00010780
                  NA-SVC-CITY     DELIMITED BY SIZE                     00010790
                  ' '             DELIMITED BY SIZE                     00010800
                  NA-SVC-STATE    DELIMITED BY SIZE                     00010810
                  ' '             DELIMITED BY SIZE                     00010820
                  WS-STMT-ZIP-ED  DELIMITED BY SIZE                     00010830
               INTO WS-STMT-LINE-WORK.                                  00010840
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00010850
               AFTER ADVANCING 1 LINE.                                  00010860
                                                                        00010870
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00010880
           STRING 'PERIOD  : '    DELIMITED BY SIZE                     00010890
                  WS-FROM-DATE-ED DELIMITED BY SIZE                     00010900
                  ' THRU '        DELIMITED BY SIZE                     00010910
                  WS-THRU-DATE-ED DELIMITED BY SIZE                     00010920
                  '   REQUESTED BY: ' DELIMITED BY SIZE                 00010930
                  SR-REQUESTED-BY DELIMITED BY SIZE                     00010940
                  '   REASON: '   DELIMITED BY SIZE                     00010950
                  SR-REASON       DELIMITED BY SIZE                     00010960
               INTO WS-STMT-LINE-WORK.                                  00010970
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00010980
               AFTER ADVANCING 1 LINE.                                  00010990
                                                                        00011000
           WRITE STMT-LINE FROM WS-STMT-SEP-LINE                        00011010
               AFTER ADVANCING 1 LINE.                                  00011020
           WRITE STMT-LINE FROM WS-STMT-COL-HDR-LINE                    00011030
               AFTER ADVANCING 1 LINE.                                  00011040
           WRITE STMT-LINE FROM WS-STMT-SEP-LINE                        00011050
               AFTER ADVANCING 1 LINE.                                  00011060
           MOVE 7 TO WS-STMT-LINE-COUNT.                                00011070
                                                                        00011080
      ***************************************************************** 00011090
      * Write the control page: every request read is either printed    00011100
      * or rejected, so the counts must foot; the printed statements    00011110
      * split into those that tie to the master and those that do       00011120
      * not. The rejected requests are listed with their reasons.       00011130
      ***************************************************************** 00011140
       900-WRITE-CONTROL-PAGE.                                          00011150
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00011160
           STRING 'ACCTSTMT STATEMENT OF ACCOUNT CONTROL TOTALS'        00011170
                      DELIMITED BY SIZE                                 00011180
                  '     RUN DATE: '               DELIMITED BY SIZE     00011190
                  WS-RUN-DATE-ED                  DELIMITED BY SIZE     00011200
               INTO WS-STMT-LINE-WORK.                                  00011210
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00011220
               AFTER ADVANCING PAGE.                                    00011230
           WRITE STMT-LINE FROM WS-STMT-SEP-LINE                        00011240
               AFTER ADVANCING 1 LINE.                                  00011250
                                                                        00011260
           MOVE WS-READ-COUNT TO WS-STMT-COUNT-ED.                      00011270
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00011280
           STRING 'REQUESTS READ      : ' DELIMITED BY SIZE             00011290
                  WS-STMT-COUNT-ED        DELIMITED BY SIZE             00011300
               INTO WS-STMT-LINE-WORK.                                  00011310
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00011320
               AFTER ADVANCING 1 LINE.                                  00011330
                                                                        00011340
           MOVE WS-PRINTED-COUNT TO WS-STMT-COUNT-ED.                   00011350
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00011360
           STRING 'STATEMENTS PRINTED : ' DELIMITED BY SIZE             00011370
                  WS-STMT-COUNT-ED        DELIMITED BY SIZE             00011380
               INTO WS-STMT-LINE-WORK.                                  00011390
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00011400
               AFTER ADVANCING 1 LINE.                                  00011410
                                                                        00011420
           MOVE WS-TIED-COUNT TO WS-STMT-COUNT-ED.                      00011430
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00011440
           STRING '  TIED TO MASTER   : ' DELIMITED BY SIZE             00011450
                  WS-STMT-COUNT-ED        DELIMITED BY SIZE             00011460
               INTO WS-STMT-LINE-WORK.                                  00011470
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00011480
               AFTER ADVANCING 1 LINE.                                  00011490
                                                                        00011500
           MOVE WS-NOT-TIED-COUNT TO WS-STMT-COUNT-ED.                  00011510
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00011520
           STRING '  NOT TIED         : ' DELIMITED BY SIZE             00011530
                  WS-STMT-COUNT-ED        DELIMITED BY SIZE             00011540
               INTO WS-STMT-LINE-WORK.                                  00011550
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00011560
               AFTER ADVANCING 1 LINE.                                  00011570
                                                                        00011580
           MOVE WS-REJECTED-COUNT TO WS-STMT-COUNT-ED.                  00011590
           MOVE SPACES TO WS-STMT-LINE-WORK.                            00011600
           STRING 'REQUESTS REJECTED  : ' DELIMITED BY SIZE             00011610
                  WS-STMT-COUNT-ED        DELIMITED BY SIZE             00011620
               INTO WS-STMT-LINE-WORK.                                  00011630
           WRITE STMT-LINE FROM WS-STMT-LINE-WORK                       00011640
               AFTER ADVANCING 1 LINE.                                  00011650
                                                                        00011660
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1                       00011670
                   UNTIL WS-REJ-IDX > WS-REJ-ENTRIES-USED               00011680
               MOVE SPACES TO WS-STMT-LINE-WORK                         00011690
               STRING '  ACCOUNT '               DELIMITED BY SIZE      00011700
                      WS-REJ-ACCOUNT (WS-REJ-IDX) DELIMITED BY SIZE     00011710
                      '  REJECTED: '             DELIMITED BY SIZE      00011720
                      WS-REJ-REASON (WS-REJ-IDX)  DELIMITED BY SIZE     00011730
                   INTO WS-STMT-LINE-WORK                               00011740
               WRITE STMT-LINE FROM WS-STMT-LINE-WORK                   00011750
                   AFTER ADVANCING 1 LINE                               00011760
           END-PERFORM.                                                 00011770
           WRITE STMT-LINE FROM WS-STMT-SEP-LINE                        00011780
               AFTER ADVANCING 1 LINE.                                  00011790
