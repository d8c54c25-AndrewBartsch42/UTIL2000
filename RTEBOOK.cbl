       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. RTEBOOK.                                             00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:METER READING ROUTE BOOKS. RUN AHEAD OF EACH       00000070
      *              CYCLE'S READS: PASSES THE CUSTOMER MASTER FOR THE  00000080
      *              RTECTL CYCLE, PLACES EACH METER ON ITS ROUTE IN    00000090
      *              WALK ORDER FROM THE METER INVENTORY (DIALS AND     00000100
      *              MULTIPLIER TOO), AND DRAWS A HIGH/LOW EXPECTED-    00000110
      *              READ WINDOW FOR IT FROM THE ACCOUNT'S OWN BILLING  00000120
      *              HISTORY - ITS BILLS FOR THE SAME SEASON IN EARLIER 00000130
      *              YEARS, OR ITS LATEST BILLS WHERE THERE IS NO       00000140
      *              SEASONAL HISTORY. WRITES THE HANDHELD DOWNLOAD     00000150
      *              FILE (WHICH MTRUPLD EDITS THE UPLOADED READS       00000160
      *              AGAINST) AND PRINTS A READ SHEET FOR EACH ROUTE    00000170
      *              WITH CONTROL TOTALS.                               00000180
      ***************************************************************** 00000190
       ENVIRONMENT DIVISION.                                            00000200
       INPUT-OUTPUT SECTION.                                            00000210
       FILE-CONTROL.                                                    00000220
      ***************************************************************** 00000230
      * CUSTOMER MASTER - ONE RECORD PER BILLABLE ACCOUNT               00000240
      ***************************************************************** 00000250
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000260
               ORGANIZATION IS INDEXED                                  00000270
               ACCESS MODE IS SEQUENTIAL                                00000280
               RECORD KEY IS CM-ACCOUNT-NO                              00000290
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000300
      ***************************************************************** 00000310
      * CUSTOMER NAME AND ADDRESS FILE MAINTAINED BY CUSTMNT            00000320
      ***************************************************************** 00000330
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00000340
               ORGANIZATION IS INDEXED                                  00000350
               ACCESS MODE IS RANDOM                                    00000360
               RECORD KEY IS NA-ACCOUNT-NO                              00000370
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00000380
      ***************************************************************** 00000390
      * ROUTE BOOK CONTROL - CYCLE, READ DATE AND WINDOW TERMS          00000400
      ***************************************************************** 00000410
           SELECT RTECTL-FILE ASSIGN TO "RTECTL.DAT"                    00000420
               ORGANIZATION IS LINE SEQUENTIAL                          00000430
               FILE STATUS IS WS-RTECTL-STATUS.                         00000440
      ***************************************************************** 00000450
      * METER INVENTORY - METER, DIALS, MULTIPLIER, ROUTE AND WALK      00000460
      ***************************************************************** 00000470
           SELECT MTRINV-FILE ASSIGN TO "METERINV.DAT"                  00000480
               ORGANIZATION IS LINE SEQUENTIAL                          00000490
               FILE STATUS IS WS-MTRINV-STATUS.                         00000500
      ***************************************************************** 00000510
      * BILLING HISTORY - THE USAGE THE WINDOWS ARE DRAWN FROM          00000520
      ***************************************************************** 00000530
           SELECT BILLHIST-FILE ASSIGN TO "BILLHIST.DAT"                00000540
               ORGANIZATION IS LINE SEQUENTIAL                          00000550
               FILE STATUS IS WS-BILLHIST-STATUS.                       00000560
      ***************************************************************** 00000570
      * ROUTE BOOK HANDHELD DOWNLOAD, READ BACK BY MTRUPLD              00000580
      ***************************************************************** 00000590
           SELECT RTEBOOK-FILE ASSIGN TO "RTEBOOK.DAT"                  00000600
               ORGANIZATION IS LINE SEQUENTIAL                          00000610
               FILE STATUS IS WS-RTEBOOK-STATUS.                        00000620
      ***************************************************************** 00000630
      * ROUTE BOOK READ SHEETS                                          00000640
      ***************************************************************** 00000650
           SELECT RTE-FILE ASSIGN TO "RTEBOOK.PRT"                      00000660
               ORGANIZATION IS LINE SEQUENTIAL                          00000670
               FILE STATUS IS WS-RTE-STATUS.                            00000680
       DATA DIVISION.                                                   00000690
       FILE SECTION.                                                    00000700
      ***************************************************************** 00000710
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000720
      ***************************************************************** 00000730
       FD  CUSTMAS-FILE.                                                00000740
           COPY CUSTMAS.                                                00000750
      ***************************************************************** 00000760
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00000770
      ***************************************************************** 00000780
       FD  NAMEADDR-FILE.                                               00000790
           COPY NAMEADDR.                                               00000800
      ***************************************************************** 00000810
      * RTECTL-FILE - ROUTE BOOK CONTROL (SEE COPYBOOKS/RTECTL.CPY)     00000820
      ***************************************************************** 00000830
       FD  RTECTL-FILE.                                                 00000840
           COPY RTECTL.                                                 00000850
      ***************************************************************** 00000860
      * MTRINV-FILE - METER INVENTORY (SEE COPYBOOKS/MTRINV.CPY)        00000870
      ***************************************************************** 00000880
       FD  MTRINV-FILE.                                                 00000890
           COPY MTRINV.                                                 00000900
      ***************************************************************** 00000910
      * BILLHIST-FILE - BILLING HISTORY (SEE COPYBOOKS/BILLHIST.CPY)    00000920
      ***************************************************************** 00000930
       FD  BILLHIST-FILE.                                               00000940
           COPY BILLHIST.                                               00000950
      ***************************************************************** 00000960
      * RTEBOOK-FILE - HANDHELD DOWNLOAD (SEE COPYBOOKS/RTEDNLD.CPY)    00000970
      ***************************************************************** 00000980
       FD  RTEBOOK-FILE.                                                00000990
           COPY RTEDNLD.                                                00001000
      ***************************************************************** 00001010
      * RTE-FILE - ROUTE BOOK READ SHEETS (SEE COPYBOOKS/RTERPT.CPY)    00001020
      ***************************************************************** 00001030
       FD  RTE-FILE.                                                    00001040
           COPY RTERPT.                                                 00001050
       WORKING-STORAGE SECTION.                                         00001060
                                                                        00001070
      ***************************************************************** 00001080
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00001090
      ***************************************************************** 00001100
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00001110
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00001120
       01  WS-RTECTL-STATUS         PIC X(2)     VALUE SPACES.          00001130
       01  WS-MTRINV-STATUS         PIC X(2)     VALUE SPACES.          00001140
       01  WS-BILLHIST-STATUS       PIC X(2)     VALUE SPACES.          00001150
       01  WS-RTEBOOK-STATUS        PIC X(2)     VALUE SPACES.          00001160
       01  WS-RTE-STATUS            PIC X(2)     VALUE SPACES.          00001170
       01  WS-EOF-SWITCHES.                                             00001180
           05  WS-CUSTMAS-EOF-SW    PIC X(1)     VALUE 'N'.             00001190
               88  CUSTMAS-EOF                   VALUE 'Y'.             00001200
           05  WS-MTRINV-EOF-SW     PIC X(1)     VALUE 'N'.             00001210
               88  MTRINV-EOF                    VALUE 'Y'.             00001220
           05  WS-BILLHIST-EOF-SW   PIC X(1)     VALUE 'N'.             00001230
               88  BILLHIST-EOF                  VALUE 'Y'.             00001240
                                                                        00001250
      ***************************************************************** 00001260
      * RUN DATE FOR THE READ SHEET HEADERS                             00001270
      ***************************************************************** 00001280
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001290
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001300
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001310
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001320
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001330
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001340
                                                                        00001350
      ***************************************************************** 00001360
      * ROUTE BOOK TERMS - FROM RTECTL-FILE WHEN PRESENT. DEFAULTS      00001370
      * BOOK EVERY CYCLE FOR READING ON THE RUN DATE, WITH THE HIGH     00001380
      * LIMIT AT 150 PERCENT OF THE EXPECTATION, THE LOW LIMIT AT 50    00001390
      * PERCENT, AT LEAST 200 KWH EITHER SIDE, AND SEASONAL HISTORY     00001400
      * REACHING BACK THREE YEARS.                                      00001410
      ***************************************************************** 00001420
       01  WS-BOOK-CYCLE            PIC 9(2)     VALUE 0.               00001430
       01  WS-READ-DATE             PIC 9(8)     VALUE 0.               00001440
       01  WS-READ-DATE-R REDEFINES WS-READ-DATE.                       00001450
           05  WS-READ-DATE-CCYY    PIC 9(4).                           00001460
           05  WS-READ-DATE-MM      PIC 9(2).                           00001470
           05  WS-READ-DATE-DD      PIC 9(2).                           00001480
       01  WS-READ-DATE-ED          PIC X(10)    VALUE SPACES.          00001490
       01  WS-HIGH-PCT              PIC 9(3)     VALUE 150.             00001500
       01  WS-LOW-PCT               PIC 9(3)     VALUE 50.              00001510
       01  WS-MIN-BAND-KWH          PIC 9(5)     VALUE 200.             00001520
       01  WS-HISTORY-MONTHS        PIC 9(2)     VALUE 36.              00001530
                                                                        00001540
      ***************************************************************** 00001550
      * MONTH ARITHMETIC FOR THE HISTORY BUCKETS. A MONTH NUMBER IS     00001560
      * CCYY * 12 + MM, SO THE MONTHS BETWEEN A BILL AND THE READ DATE  00001570
      * IS A SUBTRACTION, AND ITS REMAINDER OVER 12 SAYS HOW FAR THE    00001580
      * BILL'S MONTH IS FROM THE READ MONTH ROUND THE CALENDAR.         00001590
      ***************************************************************** 00001600
       01  WS-READ-MONTH-NO         PIC 9(6)     VALUE 0.               00001610
       01  WS-BILL-DATE             PIC 9(8)     VALUE 0.               00001620
       01  WS-BILL-DATE-R REDEFINES WS-BILL-DATE.                       00001630
           05  WS-BILL-DATE-CCYY    PIC 9(4).                           00001640
           05  WS-BILL-DATE-MM      PIC 9(2).                           00001650
           05  WS-BILL-DATE-DD      PIC 9(2).                           00001660
       01  WS-MONTHS-BACK           PIC S9(6)    VALUE 0.               00001670
       01  WS-YEARS-BACK            PIC 9(4)     VALUE 0.               00001680
       01  WS-SEASON-OFFSET         PIC 9(2)     VALUE 0.               00001690
       01  WS-BILL-KWH              PIC S9(7)    VALUE 0.               00001700
                                                                        00001710
      ***************************************************************** 00001720
      * METER INVENTORY TABLE, LOADED FROM MTRINV-FILE AT STARTUP       00001730
      ***************************************************************** 00001740
       01  WS-INV-ENTRIES-USED      PIC 9(3)     VALUE 0.               00001750
       01  WS-INV-TABLE.                                                00001760
           05  WS-INV-ENTRY OCCURS 200 TIMES                            00001770
                   INDEXED BY WS-INV-IDX.                               00001780
               10  WS-INV-ACCOUNT-NO    PIC 9(6)   VALUE 0.             00001790
               10  WS-INV-METER-NO      PIC X(8)   VALUE SPACES.        00001800
               10  WS-INV-DIAL-COUNT    PIC 9(1)   VALUE 6.             00001810
               10  WS-INV-MULTIPLIER    PIC 9(4)   VALUE 1.             00001820
               10  WS-INV-ROUTE-NO      PIC X(4)   VALUE SPACES.        00001830
               10  WS-INV-WALK-SEQ      PIC 9(4)   VALUE 0.             00001840
                                                                        00001850
      ***************************************************************** 00001860
      * ROUTE BOOK TABLE. EACH BOOKED METER IS FILED IN ROUTE AND       00001870
      * WALK ORDER AS THE MASTER IS READ (THE SORT KEY IS ROUTE, WALK   00001880
      * SEQUENCE, ACCOUNT), THEN THE BILLING HISTORY IS PASSED ONCE     00001890
      * TO ACCUMULATE EACH ONE'S SEASONAL AND RECENT USAGE.             00001900
      ***************************************************************** 00001910
       01  WS-BOOK-ENTRIES-USED     PIC 9(3)     VALUE 0.               00001920
       01  WS-BOOK-SUB              PIC 9(3)     VALUE 0.               00001930
       01  WS-BOOK-NEXT             PIC 9(3)     VALUE 0.               00001940
       01  WS-BOOK-TABLE.                                               00001950
           05  WS-BOOK-ENTRY OCCURS 500 TIMES                           00001960
                   INDEXED BY WS-BK-IDX.                                00001970
               10  WS-BK-SORT-KEY       PIC X(14)  VALUE SPACES.        00001980
               10  WS-BK-ROUTE-NO       PIC X(4)   VALUE SPACES.        00001990
               10  WS-BK-WALK-SEQ       PIC 9(4)   VALUE 0.             00002000
               10  WS-BK-ACCOUNT-NO     PIC 9(6)   VALUE 0.             00002010
               10  WS-BK-CYCLE          PIC 9(2)   VALUE 0.             00002020
               10  WS-BK-METER-NO       PIC X(8)   VALUE SPACES.        00002030
               10  WS-BK-DIAL-COUNT     PIC 9(1)   VALUE 6.             00002040
               10  WS-BK-MULTIPLIER     PIC 9(4)   VALUE 1.             00002050
               10  WS-BK-PREV-KNOWN     PIC X(1)   VALUE 'N'.           00002060
               10  WS-BK-PREVIOUS-READ  PIC 9(7)   VALUE 0.             00002070
               10  WS-BK-METER-OFF      PIC X(1)   VALUE 'N'.           00002080
               10  WS-BK-SEASON-KWH     PIC S9(9)  VALUE 0.             00002090
               10  WS-BK-SEASON-COUNT   PIC S9(3)  VALUE 0.             00002100
               10  WS-BK-RECENT-KWH     PIC S9(9)  VALUE 0.             00002110
               10  WS-BK-RECENT-COUNT   PIC S9(3)  VALUE 0.             00002120
       01  WS-NEW-BOOK-ENTRY.                                           00002130
           05  WS-NB-SORT-KEY.                                          00002140
               10  WS-NB-KEY-ROUTE      PIC X(4)   VALUE SPACES.        00002150
               10  WS-NB-KEY-WALK       PIC 9(4)   VALUE 0.             00002160
               10  WS-NB-KEY-ACCOUNT    PIC 9(6)   VALUE 0.             00002170
           05  WS-NB-ROUTE-NO           PIC X(4)   VALUE SPACES.        00002180
           05  WS-NB-WALK-SEQ           PIC 9(4)   VALUE 0.             00002190
           05  WS-NB-ACCOUNT-NO         PIC 9(6)   VALUE 0.             00002200
           05  WS-NB-CYCLE              PIC 9(2)   VALUE 0.             00002210
           05  WS-NB-METER-NO           PIC X(8)   VALUE SPACES.        00002220
           05  WS-NB-DIAL-COUNT         PIC 9(1)   VALUE 6.             00002230
           05  WS-NB-MULTIPLIER         PIC 9(4)   VALUE 1.             00002240
           05  WS-NB-PREV-KNOWN         PIC X(1)   VALUE 'N'.           00002250
           05  WS-NB-PREVIOUS-READ      PIC 9(7)   VALUE 0.             00002260
           05  WS-NB-METER-OFF          PIC X(1)   VALUE 'N'.           00002270
           05  WS-NB-SEASON-KWH         PIC S9(9)  VALUE 0.             00002280
           05  WS-NB-SEASON-COUNT       PIC S9(3)  VALUE 0.             00002290
           05  WS-NB-RECENT-KWH         PIC S9(9)  VALUE 0.             00002300
           05  WS-NB-RECENT-COUNT       PIC S9(3)  VALUE 0.             00002310
       01  WS-SLOT-FOUND-SW         PIC X(1)     VALUE 'N'.             00002320
           88  SLOT-FOUND                        VALUE 'Y'.             00002330
       01  WS-BOOK-FOUND-SW         PIC X(1)     VALUE 'N'.             00002340
           88  BOOK-ENTRY-FOUND                  VALUE 'Y'.             00002350
                                                                        00002360
      ***************************************************************** 00002370
      * WINDOW WORK FIELDS FOR THE ENTRY BEING WRITTEN                  00002380
      ***************************************************************** 00002390
       01  WS-METER-MODULUS         PIC 9(8)     VALUE 1000000.         00002400
       01  WS-EXPECTED-KWH          PIC S9(7)    VALUE 0.               00002410
       01  WS-LOW-KWH               PIC S9(7)    VALUE 0.               00002420
       01  WS-HIGH-KWH              PIC S9(7)    VALUE 0.               00002430
       01  WS-BAND-KWH              PIC S9(7)    VALUE 0.               00002440
       01  WS-REGISTER-TURNS        PIC 9(8)     VALUE 0.               00002450
       01  WS-READ-QUOTIENT         PIC 9(8)     VALUE 0.               00002460
       01  WS-READ-SUM              PIC 9(8)     VALUE 0.               00002470
       01  WS-LOW-READ              PIC 9(7)     VALUE 0.               00002480
       01  WS-HIGH-READ             PIC 9(7)     VALUE 0.               00002490
       01  WS-WINDOW-BASIS          PIC X(1)     VALUE 'N'.             00002500
           88  WINDOW-SEASONAL                   VALUE 'S'.             00002510
           88  WINDOW-RECENT                     VALUE 'R'.             00002520
           88  NO-WINDOW                         VALUE 'N'.             00002530
       01  WS-PRIOR-ROUTE           PIC X(4)     VALUE SPACES.          00002540
       01  WS-FIRST-ROUTE-SW        PIC X(1)     VALUE 'Y'.             00002550
           88  FIRST-ROUTE                       VALUE 'Y'.             00002560
                                                                        00002570
      ***************************************************************** 00002580
      * RUN TOTALS FOR THE CONTROL PAGE                                 00002590
      ***************************************************************** 00002600
       01  WS-ACCOUNTS-READ         PIC 9(5)     VALUE 0.               00002610
       01  WS-BOOKED-COUNT          PIC 9(5)     VALUE 0.               00002620
       01  WS-OTHER-CYCLE-COUNT     PIC 9(5)     VALUE 0.               00002630
       01  WS-CLOSED-COUNT          PIC 9(5)     VALUE 0.               00002640
       01  WS-TABLE-FULL-COUNT      PIC 9(5)     VALUE 0.               00002650
       01  WS-ROUTE-COUNT           PIC 9(5)     VALUE 0.               00002660
       01  WS-SEASONAL-COUNT        PIC 9(5)     VALUE 0.               00002670
       01  WS-RECENT-COUNT          PIC 9(5)     VALUE 0.               00002680
       01  WS-NO-HISTORY-COUNT      PIC 9(5)     VALUE 0.               00002690
       01  WS-UNROUTED-COUNT        PIC 9(5)     VALUE 0.               00002700
       01  WS-PREV-UNKNOWN-COUNT    PIC 9(5)     VALUE 0.               00002710
       01  WS-METER-OFF-COUNT       PIC 9(5)     VALUE 0.               00002720
                                                                        00002730
      ***************************************************************** 00002740
      * PAGE CONTROL FOR THE READ SHEETS                                00002750
      ***************************************************************** 00002760
       01  WS-RTE-PAGE-NO           PIC 9(3)     VALUE 0.               00002770
       01  WS-RTE-LINE-COUNT        PIC 9(3)     VALUE 0.               00002780
       01  WS-RTE-PAGE-LIMIT        PIC 9(3)     VALUE 55.              00002790
                                                                        00002800
      ***************************************************************** 00002810
      * EDITED FIELDS FOR THE READ SHEETS                               00002820
      ***************************************************************** 00002830
       01  WS-RTE-PAGE-ED           PIC ZZ9.                            00002840
       01  WS-RTE-CYCLE-ED          PIC Z9.                             00002850
       01  WS-RTE-COUNT-ED          PIC ZZ,ZZ9.                         00002860
       01  WS-RTE-PCT-ED            PIC ZZ9.                            00002870
       01  WS-RTE-LOW-ED            PIC ZZ9.                            00002880
       01  WS-RTE-BAND-ED           PIC ZZ,ZZ9.                         00002890
       01  WS-RTE-ROUTE-NAME        PIC X(10)    VALUE SPACES.          00002900
                                                                        00002910
      ***************************************************************** 00002920
      * READ SHEET LINE LAYOUTS                                         00002930
      ***************************************************************** 00002940
       01  WS-RTE-LINE-WORK         PIC X(132)   VALUE SPACES.          00002950
       01  WS-RTE-SEP-LINE          PIC X(132)   VALUE ALL '-'.         00002960
       01  WS-RTE-COL-HDR-LINE.                                         00002970
           05  FILLER PIC X(6)  VALUE 'WALK  '.                         00002980
           05  FILLER PIC X(8)  VALUE 'ACCOUNT '.                       00002990
           05  FILLER PIC X(10) VALUE 'METER     '.                     00003000
           05  FILLER PIC X(3)  VALUE 'D  '.                            00003010
           05  FILLER PIC X(6)  VALUE 'MULT  '.                         00003020
           05  FILLER PIC X(26) VALUE 'SERVICE ADDRESS'.                00003030
           05  FILLER PIC X(9)  VALUE 'PREV RD  '.                      00003040
           05  FILLER PIC X(9)  VALUE ' LOW RD  '.                      00003050
           05  FILLER PIC X(9)  VALUE 'HIGH RD  '.                      00003060
           05  FILLER PIC X(8)  VALUE 'LOW KWH '.                       00003070
           05  FILLER PIC X(9)  VALUE 'HIGH KWH '.                      00003080
           05  FILLER PIC X(10) VALUE 'BASIS     '.                     00003090
           05  FILLER PIC X(9)  VALUE 'NOTE     '.                      00003100
           05  FILLER PIC X(8)  VALUE 'READING '.                       00003110
       01  WS-RTE-DETAIL-LINE.                                          00003120
           05  RD-WALK-SEQ          PIC ZZZ9.                           00003130
           05  FILLER               PIC X(2).                           00003140
           05  RD-ACCOUNT-NO        PIC 9(6).                           00003150
           05  FILLER               PIC X(2).                           00003160
           05  RD-METER-NO          PIC X(8).                           00003170
           05  FILLER               PIC X(2).                           00003180
           05  RD-DIAL-COUNT        PIC 9(1).                           00003190
           05  FILLER               PIC X(2).                           00003200
           05  RD-MULTIPLIER        PIC ZZZ9.                           00003210
           05  FILLER               PIC X(2).                           00003220
           05  RD-SVC-STREET        PIC X(24).                          00003230
           05  FILLER               PIC X(2).                           00003240
           05  RD-PREVIOUS-READ     PIC X(7).                           00003250
           05  FILLER               PIC X(2).                           00003260
           05  RD-LOW-READ          PIC X(7).                           00003270
           05  FILLER               PIC X(2).                           00003280
           05  RD-HIGH-READ         PIC X(7).                           00003290
           05  FILLER               PIC X(2).                           00003300
           05  RD-LOW-KWH           PIC ZZZZZZ9.                        00003310
           05  FILLER               PIC X(1).                           00003320
           05  RD-HIGH-KWH          PIC ZZZZZZ9.                        00003330
           05  FILLER               PIC X(2).                           00003340
           05  RD-BASIS             PIC X(8).                           00003350
           05  FILLER               PIC X(2).                           00003360
           05  RD-NOTE              PIC X(7).                           00003370
           05  FILLER               PIC X(2).                           00003380
           05  RD-ENTRY             PIC X(8).                           00003390
           05  FILLER               PIC X(2).                           00003400
                                                                        00003410
      ***************************************************************** 00003420
      * IT'S GO TIME!                                                   00003430
      ***************************************************************** 00003440
       PROCEDURE DIVISION.                                              00003450
                                                                        00003460
      ***************************************************************** 00003470
      * MAINLINE - BOOK THE CYCLE'S METERS IN WALK ORDER, GATHER        00003480
      * THEIR USAGE HISTORY, WRITE THE DOWNLOAD AND READ SHEETS, PRINT  00003490
      * THE CONTROL TOTALS, STOP.                                       00003500
      ***************************************************************** 00003510
       000-MAIN.                                                        00003520
           DISPLAY '*************************************'.             00003530
           DISPLAY '*** RTEBOOK - METER ROUTE BOOKS   ***'.             00003540
           DISPLAY '*************************************'.             00003550
           DISPLAY ' '.                                                 00003560
                                                                        00003570
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00003580
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00003590
                  '/'              DELIMITED BY SIZE                    00003600
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00003610
                  '/'              DELIMITED BY SIZE                    00003620
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00003630
               INTO WS-RUN-DATE-ED.                                     00003640
                                                                        00003650
           OPEN INPUT RTECTL-FILE.                                      00003660
           IF WS-RTECTL-STATUS = '00'                                   00003670
               READ RTECTL-FILE                                         00003680
                   AT END                                               00003690
                       CONTINUE                                         00003700
                   NOT AT END                                           00003710
                       MOVE RT-BILLING-CYCLE  TO WS-BOOK-CYCLE          00003720
                       MOVE RT-READ-DATE      TO WS-READ-DATE           00003730
                       MOVE RT-HIGH-PCT       TO WS-HIGH-PCT            00003740
                       MOVE RT-LOW-PCT        TO WS-LOW-PCT             00003750
                       MOVE RT-MIN-BAND-KWH   TO WS-MIN-BAND-KWH        00003760
                       MOVE RT-HISTORY-MONTHS TO WS-HISTORY-MONTHS      00003770
               END-READ                                                 00003780
               CLOSE RTECTL-FILE                                        00003790
           END-IF.                                                      00003800
      *    A HIGH LIMIT BELOW THE EXPECTATION ITSELF WOULD SEND EVERY   00003810
      *    GOOD READ BACK OUT - HOLD IT AT 100 PERCENT AT LEAST         00003820
           IF WS-HIGH-PCT < 100                                         00003830
               MOVE 100 TO WS-HIGH-PCT                                  00003840
           END-IF.                                                      00003850
           IF WS-LOW-PCT > 100                                          00003860
               MOVE 100 TO WS-LOW-PCT                                   00003870
           END-IF.                                                      00003880
           IF WS-HISTORY-MONTHS < 12                                    00003890
               MOVE 12 TO WS-HISTORY-MONTHS                             00003900
           END-IF.                                                      00003910
           IF WS-READ-DATE = 0                                          00003920
               MOVE WS-RUN-DATE TO WS-READ-DATE                         00003930
           END-IF.                                                      00003940
           STRING WS-READ-DATE-MM   DELIMITED BY SIZE                   00003950
                  '/'               DELIMITED BY SIZE                   00003960
                  WS-READ-DATE-DD   DELIMITED BY SIZE                   00003970
                  '/'               DELIMITED BY SIZE                   00003980
                  WS-READ-DATE-CCYY DELIMITED BY SIZE                   00003990
               INTO WS-READ-DATE-ED.                                    00004000
           COMPUTE WS-READ-MONTH-NO =                                   00004010
               WS-READ-DATE-CCYY * 12 + WS-READ-DATE-MM.                00004020
           MOVE WS-BOOK-CYCLE TO WS-RTE-CYCLE-ED.                       00004030
           DISPLAY 'CYCLE: ' WS-RTE-CYCLE-ED                            00004040
               '  READ DATE: ' WS-READ-DATE-ED                          00004050
               '  HIGH PCT: ' WS-HIGH-PCT                               00004060
               '  LOW PCT: ' WS-LOW-PCT                                 00004070
               '  BAND KWH: ' WS-MIN-BAND-KWH.                          00004080
                                                                        00004090
           OPEN INPUT MTRINV-FILE.                                      00004100
           IF WS-MTRINV-STATUS = '00'                                   00004110
               PERFORM UNTIL MTRINV-EOF                                 00004120
                   READ MTRINV-FILE                                     00004130
                       AT END                                           00004140
                           SET MTRINV-EOF TO TRUE                       00004150
                       NOT AT END                                       00004160
                           PERFORM 120-LOAD-METER-RECORD                00004170
                   END-READ                                             00004180
               END-PERFORM                                              00004190
               CLOSE MTRINV-FILE                                        00004200
           ELSE                                                         00004210
               DISPLAY 'NO METER INVENTORY ON HAND, STATUS: '           00004220
                   WS-MTRINV-STATUS                                     00004230
           END-IF.                                                      00004240
                                                                        00004250
           OPEN INPUT CUSTMAS-FILE.                                     00004260
           IF WS-CUSTMAS-STATUS NOT = '00'                              00004270
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00004280
                   WS-CUSTMAS-STATUS                                    00004290
               STOP RUN                                                 00004300
           END-IF.                                                      00004310
                                                                        00004320
           OPEN INPUT NAMEADDR-FILE.                                    00004330
           IF WS-NAMEADDR-STATUS NOT = '00'                             00004340
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00004350
                   WS-NAMEADDR-STATUS                                   00004360
               STOP RUN                                                 00004370
           END-IF.                                                      00004380
                                                                        00004390
           OPEN OUTPUT RTEBOOK-FILE.                                    00004400
           IF WS-RTEBOOK-STATUS NOT = '00'                              00004410
               DISPLAY 'UNABLE TO OPEN RTEBOOK-FILE, STATUS: '          00004420
                   WS-RTEBOOK-STATUS                                    00004430
               STOP RUN                                                 00004440
           END-IF.                                                      00004450
                                                                        00004460
           OPEN OUTPUT RTE-FILE.                                        00004470
           IF WS-RTE-STATUS NOT = '00'                                  00004480
               DISPLAY 'UNABLE TO OPEN RTE-FILE, STATUS: '              00004490
                   WS-RTE-STATUS                                        00004500
               STOP RUN                                                 00004510
           END-IF.                                                      00004520
                                                                        00004530
           PERFORM 700-READ-CUSTMAS.                                    00004540
           PERFORM UNTIL CUSTMAS-EOF                                    00004550
               PERFORM 200-BOOK-ACCOUNT                                 00004560
               PERFORM 700-READ-CUSTMAS                                 00004570
           END-PERFORM.                                                 00004580
                                                                        00004590
           PERFORM 400-GATHER-HISTORY.                                  00004600
                                                                        00004610
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1                        00004620
                   UNTIL WS-BK-IDX > WS-BOOK-ENTRIES-USED               00004630
               PERFORM 500-WRITE-BOOK-ENTRY                             00004640
           END-PERFORM.                                                 00004650
                                                                        00004660
           PERFORM 900-WRITE-CONTROL-TOTALS.                            00004670
                                                                        00004680
           CLOSE CUSTMAS-FILE.                                          00004690
           CLOSE NAMEADDR-FILE.                                         00004700
           CLOSE RTEBOOK-FILE.                                          00004710
           CLOSE RTE-FILE.                                              00004720
           STOP RUN.                                                    00004730
                                                                        00004740
      ***************************************************************** 00004750
      * Read the next customer master record in account order.          00004760
      ***************************************************************** 00004770
       700-READ-CUSTMAS.                                                00004780
           READ CUSTMAS-FILE                                            00004790
               AT END                                                   00004800
                   SET CUSTMAS-EOF TO TRUE                              00004810
           END-READ.                                                    00004820
                                                                        00004830
      ***************************************************************** 00004840
      * Load one meter inventory record into WS-INV-TABLE.              00004850
      ***************************************************************** 00004860
       120-LOAD-METER-RECORD.                                           00004870
           IF WS-INV-ENTRIES-USED >= 200                                00004880
               DISPLAY 'METER INVENTORY TABLE FULL, DROPPED: '          00004890
                   MI-ACCOUNT-NO                                        00004900
           ELSE                                                         00004910
               ADD 1 TO WS-INV-ENTRIES-USED                             00004920
               SET WS-INV-IDX TO WS-INV-ENTRIES-USED                    00004930
               MOVE MI-ACCOUNT-NO TO WS-INV-ACCOUNT-NO (WS-INV-IDX)     00004940
               MOVE MI-METER-NO   TO WS-INV-METER-NO (WS-INV-IDX)       00004950
               MOVE MI-DIAL-COUNT TO WS-INV-DIAL-COUNT (WS-INV-IDX)     00004960
               IF MI-MULTIPLIER = 0                                     00004970
                   MOVE 1 TO WS-INV-MULTIPLIER (WS-INV-IDX)             00004980
               ELSE                                                     00004990
                   MOVE MI-MULTIPLIER TO WS-INV-MULTIPLIER (WS-INV-IDX) 00005000
               END-IF                                                   00005010
               MOVE MI-ROUTE-NO TO WS-INV-ROUTE-NO (WS-INV-IDX)         00005020
               IF MI-WALK-SEQ IS NUMERIC                                00005030
                   MOVE MI-WALK-SEQ TO WS-INV-WALK-SEQ (WS-INV-IDX)     00005040
               ELSE                                                     00005050
                   MOVE 0 TO WS-INV-WALK-SEQ (WS-INV-IDX)               00005060
               END-IF                                                   00005070
           END-IF.                                                      00005080
                                                                        00005090
      ***************************************************************** 00005100
      * Book the master record just read when it is in the cycle and    00005110
      * still being served: its meter, dials, multiplier, route and     00005120
      * walk come from the inventory (no inventory record books the     00005130
      * standard six-dial, times-one meter under no route), and the     00005140
      * previous read is the last one MTRUPLD posted. A closed          00005150
      * account's meter is not read. A meter that is off for            00005160
      * nonpayment is still booked - the reader checks it has not       00005170
      * been turned back on.                                            00005180
      ***************************************************************** 00005190
       200-BOOK-ACCOUNT.                                                00005200
           ADD 1 TO WS-ACCOUNTS-READ.                                   00005210
           IF WS-BOOK-CYCLE NOT = 0                                     00005220
                   AND CM-BILLING-CYCLE NOT = WS-BOOK-CYCLE             00005230
               ADD 1 TO WS-OTHER-CYCLE-COUNT                            00005240
           ELSE                                                         00005250
           IF CM-STATUS-CLOSED                                          00005260
               ADD 1 TO WS-CLOSED-COUNT                                 00005270
           ELSE                                                         00005280
           IF WS-BOOK-ENTRIES-USED >= 500                               00005290
               DISPLAY 'ROUTE BOOK TABLE FULL, NOT BOOKED: '            00005300
                   CM-ACCOUNT-NO                                        00005310
               ADD 1 TO WS-TABLE-FULL-COUNT                             00005320
           ELSE                                                         00005330
               MOVE CM-ACCOUNT-NO    TO WS-NB-ACCOUNT-NO                00005340
               MOVE CM-BILLING-CYCLE TO WS-NB-CYCLE                     00005350
               MOVE SPACES TO WS-NB-METER-NO                            00005360
               MOVE 6 TO WS-NB-DIAL-COUNT                               00005370
               MOVE 1 TO WS-NB-MULTIPLIER                               00005380
               MOVE SPACES TO WS-NB-ROUTE-NO                            00005390
               MOVE 0 TO WS-NB-WALK-SEQ                                 00005400
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1                   00005410
                       UNTIL WS-INV-IDX > WS-INV-ENTRIES-USED           00005420
                   IF CM-ACCOUNT-NO = WS-INV-ACCOUNT-NO (WS-INV-IDX)    00005430
                       MOVE WS-INV-METER-NO (WS-INV-IDX)                00005440
                           TO WS-NB-METER-NO                            00005450
                       MOVE WS-INV-DIAL-COUNT (WS-INV-IDX)              00005460
                           TO WS-NB-DIAL-COUNT                          00005470
                       MOVE WS-INV-MULTIPLIER (WS-INV-IDX)              00005480
                           TO WS-NB-MULTIPLIER                          00005490
                       MOVE WS-INV-ROUTE-NO (WS-INV-IDX)                00005500
                           TO WS-NB-ROUTE-NO                            00005510
                       MOVE WS-INV-WALK-SEQ (WS-INV-IDX)                00005520
                           TO WS-NB-WALK-SEQ                            00005530
                       SET WS-INV-IDX TO WS-INV-ENTRIES-USED            00005540
                   END-IF                                               00005550
               END-PERFORM                                              00005560
      *        THE LAST READ IS ONLY KNOWN ONCE MTRUPLD HAS POSTED ONE  00005570
      *        - A NEW ACCOUNT CARRIES A ZERO READ AND NO READ DATE     00005580
               IF CM-LAST-REGISTER-READ IS NUMERIC                      00005590
                       AND CM-LAST-READ-DATE IS NUMERIC                 00005600
                       AND CM-LAST-READ-DATE > 0                        00005610
                   MOVE 'Y' TO WS-NB-PREV-KNOWN                         00005620
                   MOVE CM-LAST-REGISTER-READ TO WS-NB-PREVIOUS-READ    00005630
               ELSE                                                     00005640
                   MOVE 'N' TO WS-NB-PREV-KNOWN                         00005650
                   MOVE 0 TO WS-NB-PREVIOUS-READ                        00005660
               END-IF                                                   00005670
               IF CM-SVC-METER-OFF                                      00005680
                   MOVE 'Y' TO WS-NB-METER-OFF                          00005690
               ELSE                                                     00005700
                   MOVE 'N' TO WS-NB-METER-OFF                          00005710
               END-IF                                                   00005720
               MOVE 0 TO WS-NB-SEASON-KWH                               00005730
               MOVE 0 TO WS-NB-SEASON-COUNT                             00005740
               MOVE 0 TO WS-NB-RECENT-KWH                               00005750
               MOVE 0 TO WS-NB-RECENT-COUNT                             00005760
               MOVE WS-NB-ROUTE-NO   TO WS-NB-KEY-ROUTE                 00005770
               MOVE WS-NB-WALK-SEQ   TO WS-NB-KEY-WALK                  00005780
               MOVE WS-NB-ACCOUNT-NO TO WS-NB-KEY-ACCOUNT               00005790
               PERFORM 250-INSERT-BOOK-ENTRY                            00005800
               ADD 1 TO WS-BOOKED-COUNT                                 00005810
           END-IF                                                       00005820
           END-IF                                                       00005830
           END-IF.                                                      00005840
                                                                        00005850
      ***************************************************************** 00005860
      * Insert WS-NEW-BOOK-ENTRY into the book behind every entry       00005870
      * whose route, walk and account key is not higher, sliding the    00005880
      * later entries down one slot.                                    00005890
      ***************************************************************** 00005900
       250-INSERT-BOOK-ENTRY.                                           00005910
           MOVE WS-BOOK-ENTRIES-USED TO WS-BOOK-SUB.                    00005920
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                00005930
           PERFORM UNTIL SLOT-FOUND                                     00005940
               IF WS-BOOK-SUB = 0                                       00005950
                   SET SLOT-FOUND TO TRUE                               00005960
               ELSE                                                     00005970
                   IF WS-BK-SORT-KEY (WS-BOOK-SUB) > WS-NB-SORT-KEY     00005980
                       COMPUTE WS-BOOK-NEXT = WS-BOOK-SUB + 1           00005990
                       MOVE WS-BOOK-ENTRY (WS-BOOK-SUB)                 00006000
                           TO WS-BOOK-ENTRY (WS-BOOK-NEXT)              00006010
                       SUBTRACT 1 FROM WS-BOOK-SUB                      00006020
                   ELSE                                                 00006030
                       SET SLOT-FOUND TO TRUE                           00006040
                   END-IF                                               00006050
               END-IF                                                   00006060
           END-PERFORM.                                                 00006070
           ADD 1 TO WS-BOOK-SUB.                                        00006080
           MOVE WS-NEW-BOOK-ENTRY TO WS-BOOK-ENTRY (WS-BOOK-SUB).       00006090
           ADD 1 TO WS-BOOK-ENTRIES-USED.                               00006100
                                                                        00006110
      ***************************************************************** 00006120
      * Pass the billing history once, accumulating each booked         00006130
      * account's usage.                                                00006140
      ***************************************************************** 00006150
       400-GATHER-HISTORY.                                              00006160
           OPEN INPUT BILLHIST-FILE.                                    00006170
           IF WS-BILLHIST-STATUS = '00'                                 00006180
               PERFORM UNTIL BILLHIST-EOF                               00006190
                   READ BILLHIST-FILE                                   00006200
                       AT END                                           00006210
                           SET BILLHIST-EOF TO TRUE                     00006220
                       NOT AT END                                       00006230
                           PERFORM 410-ACCUMULATE-BILL                  00006240
                   END-READ                                             00006250
               END-PERFORM                                              00006260
               CLOSE BILLHIST-FILE                                      00006270
           ELSE                                                         00006280
               DISPLAY 'NO BILLING HISTORY ON HAND, STATUS: '           00006290
                   WS-BILLHIST-STATUS                                   00006300
           END-IF.                                                      00006310
                                                                        00006320
      ***************************************************************** 00006330
      * Add the bill just read into its account's usage buckets. A      00006340
      * bill cut on an estimate says nothing about the meter, so it is  00006350
      * left out (a bill from before the read code was kept counts).    00006360
      * The usage is what the delivered register turned: the billed     00006370
      * kWh, or on a net-metered bill the delivered kWh before the      00006380
      * customer's generation was netted off. A REBILL cancel takes     00006390
      * the cancelled bill back out of the bucket it went into.         00006400
      *  - SEASONAL: bills in the read month, or the month either side  00006410
      *    of it, in the years before (within the history reach).       00006420
      *  - RECENT:   bills in the three months before the read month.   00006430
      ***************************************************************** 00006440
       410-ACCUMULATE-BILL.                                             00006450
           MOVE 'N' TO WS-BOOK-FOUND-SW.                                00006460
           IF BH-READ-CODE NOT = 'E'                                    00006470
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1                    00006480
                       UNTIL WS-BK-IDX > WS-BOOK-ENTRIES-USED           00006490
                           OR BOOK-ENTRY-FOUND                          00006500
                   IF BH-ACCOUNT-NO = WS-BK-ACCOUNT-NO (WS-BK-IDX)      00006510
                       SET BOOK-ENTRY-FOUND TO TRUE                     00006520
                   END-IF                                               00006530
               END-PERFORM                                              00006540
           END-IF.                                                      00006550
           IF BOOK-ENTRY-FOUND                                          00006560
               SET WS-BK-IDX DOWN BY 1                                  00006570
               MOVE BH-RUN-DATE TO WS-BILL-DATE                         00006580
               COMPUTE WS-MONTHS-BACK = WS-READ-MONTH-NO                00006590
                   - (WS-BILL-DATE-CCYY * 12 + WS-BILL-DATE-MM)         00006600
               IF WS-MONTHS-BACK >= 1                                   00006610
                       AND WS-MONTHS-BACK <= WS-HISTORY-MONTHS          00006620
                   PERFORM 420-ADD-TO-BUCKETS                           00006630
               END-IF                                                   00006640
           END-IF.                                                      00006650
                                                                        00006660
      ***************************************************************** 00006670
      * Add (or, for a cancel, take back) the bill's delivered usage    00006680
      * in the buckets its month falls in.                              00006690
      ***************************************************************** 00006700
       420-ADD-TO-BUCKETS.                                              00006710
           IF BH-NET-METERED AND BH-KWH-DELIVERED IS NUMERIC            00006720
               MOVE BH-KWH-DELIVERED TO WS-BILL-KWH                     00006730
           ELSE                                                         00006740
               MOVE BH-KWH-USED TO WS-BILL-KWH                          00006750
           END-IF.                                                      00006760
           IF WS-BILL-KWH < 0                                           00006770
               MOVE 0 TO WS-BILL-KWH                                    00006780
           END-IF.                                                      00006790
                                                                        00006800
           DIVIDE WS-MONTHS-BACK BY 12 GIVING WS-YEARS-BACK             00006810
               REMAINDER WS-SEASON-OFFSET.                              00006820
           IF WS-MONTHS-BACK >= 11                                      00006830
                   AND (WS-SEASON-OFFSET = 0 OR WS-SEASON-OFFSET = 1    00006840
                        OR WS-SEASON-OFFSET = 11)                       00006850
               IF BH-ENTRY-CANCEL                                       00006860
                   SUBTRACT WS-BILL-KWH                                 00006870
                       FROM WS-BK-SEASON-KWH (WS-BK-IDX)                00006880
                   SUBTRACT 1 FROM WS-BK-SEASON-COUNT (WS-BK-IDX)       00006890
               ELSE                                                     00006900
                   ADD WS-BILL-KWH TO WS-BK-SEASON-KWH (WS-BK-IDX)      00006910
                   ADD 1 TO WS-BK-SEASON-COUNT (WS-BK-IDX)              00006920
               END-IF                                                   00006930
           END-IF.                                                      00006940
           IF WS-MONTHS-BACK <= 3                                       00006950
               IF BH-ENTRY-CANCEL                                       00006960
                   SUBTRACT WS-BILL-KWH                                 00006970
                       FROM WS-BK-RECENT-KWH (WS-BK-IDX)                00006980
                   SUBTRACT 1 FROM WS-BK-RECENT-COUNT (WS-BK-IDX)       00006990
               ELSE                                                     00007000
                   ADD WS-BILL-KWH TO WS-BK-RECENT-KWH (WS-BK-IDX)      00007010
                   ADD 1 TO WS-BK-RECENT-COUNT (WS-BK-IDX)              00007020
               END-IF                                                   00007030
           END-IF.                                                      00007040
                                                                        00007050
      ***************************************************************** 00007060
      * Work out one booked meter's window, then write its download     00007070
      * record and its read sheet line, starting a new sheet at each    00007080
      * change of route.                                                00007090
      ***************************************************************** 00007100
       500-WRITE-BOOK-ENTRY.                                            00007110
           PERFORM 510-FIGURE-WINDOW.                                   00007120
           IF FIRST-ROUTE                                               00007130
                   OR WS-BK-ROUTE-NO (WS-BK-IDX) NOT = WS-PRIOR-ROUTE   00007140
               MOVE 'N' TO WS-FIRST-ROUTE-SW                            00007150
               MOVE WS-BK-ROUTE-NO (WS-BK-IDX) TO WS-PRIOR-ROUTE        00007160
               ADD 1 TO WS-ROUTE-COUNT                                  00007170
               MOVE 0 TO WS-RTE-PAGE-NO                                 00007180
               PERFORM 810-WRITE-SHEET-HEADERS                          00007190
           END-IF.                                                      00007200
                                                                        00007210
           MOVE WS-BK-ACCOUNT-NO (WS-BK-IDX) TO NA-ACCOUNT-NO.          00007220
           READ NAMEADDR-FILE                                           00007230
               INVALID KEY                                              00007240
                   MOVE SPACES TO NA-SVC-STREET                         00007250
           END-READ.                                                    00007260
                                                                        00007270
           MOVE SPACES TO RB-BOOK-RECORD.                               00007280
           MOVE WS-BK-ROUTE-NO (WS-BK-IDX)      TO RB-ROUTE-NO.         00007290
           MOVE WS-BK-WALK-SEQ (WS-BK-IDX)      TO RB-WALK-SEQ.         00007300
           MOVE WS-BK-ACCOUNT-NO (WS-BK-IDX)    TO RB-ACCOUNT-NO.       00007310
           MOVE WS-BK-CYCLE (WS-BK-IDX)         TO RB-BILLING-CYCLE.    00007320
           MOVE WS-READ-DATE                    TO RB-READ-DATE.        00007330
           MOVE WS-BK-METER-NO (WS-BK-IDX)      TO RB-METER-NO.         00007340
           MOVE WS-BK-DIAL-COUNT (WS-BK-IDX)    TO RB-DIAL-COUNT.       00007350
           MOVE WS-BK-MULTIPLIER (WS-BK-IDX)    TO RB-MULTIPLIER.       00007360
           MOVE WS-BK-PREV-KNOWN (WS-BK-IDX)    TO RB-PREV-KNOWN.       00007370
           MOVE WS-BK-PREVIOUS-READ (WS-BK-IDX) TO RB-PREVIOUS-READ.    00007380
           MOVE WS-WINDOW-BASIS                 TO RB-WINDOW-BASIS.     00007390
           MOVE WS-EXPECTED-KWH                 TO RB-EXPECTED-KWH.     00007400
           MOVE WS-LOW-KWH                      TO RB-LOW-KWH.          00007410
           MOVE WS-HIGH-KWH                     TO RB-HIGH-KWH.         00007420
           MOVE WS-LOW-READ                     TO RB-LOW-READ.         00007430
           MOVE WS-HIGH-READ                    TO RB-HIGH-READ.        00007440
           MOVE WS-BK-METER-OFF (WS-BK-IDX)     TO RB-METER-OFF.        00007450
           MOVE NA-SVC-STREET                   TO RB-SVC-STREET.       00007460
           WRITE RB-BOOK-RECORD.                                        00007470
                                                                        00007480
           PERFORM 560-WRITE-SHEET-LINE.                                00007490
                                                                        00007500
      ***************************************************************** 00007510
      * Draw the expected-read window. The expectation is the average   00007520
      * of the account's seasonal bills, or of its recent bills where   00007530
      * there are none; with neither there is no window (MTRUPLD        00007540
      * holds the read to its flat cap). The high limit is the high     00007550
      * percentage of the expectation and the low limit the low         00007560
      * percentage, each at least the minimum band away from it, and    00007570
      * never below zero. When the previous read is known the kWh       00007580
      * limits are turned back into register readings - the low one     00007590
      * rounded up, the high one down, to whole register turns - and    00007600
      * carried round the top of the dials.                             00007610
      ***************************************************************** 00007620
       510-FIGURE-WINDOW.                                               00007630
           MOVE 0 TO WS-EXPECTED-KWH.                                   00007640
           MOVE 0 TO WS-LOW-KWH.                                        00007650
           MOVE 0 TO WS-HIGH-KWH.                                       00007660
           MOVE 0 TO WS-LOW-READ.                                       00007670
           MOVE 0 TO WS-HIGH-READ.                                      00007680
           EVALUATE TRUE                                                00007690
               WHEN WS-BK-SEASON-COUNT (WS-BK-IDX) > 0                  00007700
                   SET WINDOW-SEASONAL TO TRUE                          00007710
                   COMPUTE WS-EXPECTED-KWH ROUNDED =                    00007720
                       WS-BK-SEASON-KWH (WS-BK-IDX)                     00007730
                           / WS-BK-SEASON-COUNT (WS-BK-IDX)             00007740
                   ADD 1 TO WS-SEASONAL-COUNT                           00007750
               WHEN WS-BK-RECENT-COUNT (WS-BK-IDX) > 0                  00007760
                   SET WINDOW-RECENT TO TRUE                            00007770
                   COMPUTE WS-EXPECTED-KWH ROUNDED =                    00007780
                       WS-BK-RECENT-KWH (WS-BK-IDX)                     00007790
                           / WS-BK-RECENT-COUNT (WS-BK-IDX)             00007800
                   ADD 1 TO WS-RECENT-COUNT                             00007810
               WHEN OTHER                                               00007820
                   SET NO-WINDOW TO TRUE                                00007830
                   ADD 1 TO WS-NO-HISTORY-COUNT                         00007840
           END-EVALUATE.                                                00007850
           IF WS-BK-ROUTE-NO (WS-BK-IDX) = SPACES                       00007860
               ADD 1 TO WS-UNROUTED-COUNT                               00007870
           END-IF.                                                      00007880
           IF WS-BK-PREV-KNOWN (WS-BK-IDX) NOT = 'Y'                    00007890
               ADD 1 TO WS-PREV-UNKNOWN-COUNT                           00007900
           END-IF.                                                      00007910
           IF WS-BK-METER-OFF (WS-BK-IDX) = 'Y'                         00007920
               ADD 1 TO WS-METER-OFF-COUNT                              00007930
           END-IF.                                                      00007940
           IF NOT NO-WINDOW                                             00007950
               PERFORM 520-FIGURE-KWH-LIMITS                            00007960
           END-IF.                                                      00007970
                                                                        00007980
      ***************************************************************** 00007990
      * Set the window's kWh limits round the expectation, and its      00008000
      * register readings when the previous read is known.              00008010
      ***************************************************************** 00008020
       520-FIGURE-KWH-LIMITS.                                           00008030
           IF WS-EXPECTED-KWH < 0                                       00008040
               MOVE 0 TO WS-EXPECTED-KWH                                00008050
           END-IF.                                                      00008060
                                                                        00008070
           COMPUTE WS-HIGH-KWH ROUNDED =                                00008080
               WS-EXPECTED-KWH * WS-HIGH-PCT / 100.                     00008090
           COMPUTE WS-BAND-KWH = WS-EXPECTED-KWH + WS-MIN-BAND-KWH.     00008100
           IF WS-HIGH-KWH < WS-BAND-KWH                                 00008110
               MOVE WS-BAND-KWH TO WS-HIGH-KWH                          00008120
           END-IF.                                                      00008130
           COMPUTE WS-LOW-KWH ROUNDED =                                 00008140
               WS-EXPECTED-KWH * WS-LOW-PCT / 100.                      00008150
           COMPUTE WS-BAND-KWH = WS-EXPECTED-KWH - WS-MIN-BAND-KWH.     00008160
           IF WS-LOW-KWH > WS-BAND-KWH                                  00008170
               MOVE WS-BAND-KWH TO WS-LOW-KWH                           00008180
           END-IF.                                                      00008190
           IF WS-LOW-KWH < 0                                            00008200
               MOVE 0 TO WS-LOW-KWH                                     00008210
           END-IF.                                                      00008220
                                                                        00008230
           IF WS-BK-PREV-KNOWN (WS-BK-IDX) = 'Y'                        00008240
               PERFORM 530-FIGURE-READ-LIMITS                           00008250
           END-IF.                                                      00008260
                                                                        00008270
      ***************************************************************** 00008280
      * Turn the kWh limits into the register readings they mean for    00008290
      * this meter's dials and multiplier.                              00008300
      ***************************************************************** 00008310
       530-FIGURE-READ-LIMITS.                                          00008320
           EVALUATE WS-BK-DIAL-COUNT (WS-BK-IDX)                        00008330
               WHEN 4                                                   00008340
                   MOVE 10000 TO WS-METER-MODULUS                       00008350
               WHEN 5                                                   00008360
                   MOVE 100000 TO WS-METER-MODULUS                      00008370
               WHEN 7                                                   00008380
                   MOVE 10000000 TO WS-METER-MODULUS                    00008390
               WHEN OTHER                                               00008400
                   MOVE 1000000 TO WS-METER-MODULUS                     00008410
           END-EVALUATE.                                                00008420
           COMPUTE WS-REGISTER-TURNS =                                  00008430
               (WS-LOW-KWH + WS-BK-MULTIPLIER (WS-BK-IDX) - 1)          00008440
                   / WS-BK-MULTIPLIER (WS-BK-IDX).                      00008450
           COMPUTE WS-READ-SUM =                                        00008460
               WS-BK-PREVIOUS-READ (WS-BK-IDX) + WS-REGISTER-TURNS.     00008470
           DIVIDE WS-READ-SUM BY WS-METER-MODULUS                       00008480
               GIVING WS-READ-QUOTIENT REMAINDER WS-LOW-READ.           00008490
           COMPUTE WS-REGISTER-TURNS =                                  00008500
               WS-HIGH-KWH / WS-BK-MULTIPLIER (WS-BK-IDX).              00008510
           COMPUTE WS-READ-SUM =                                        00008520
               WS-BK-PREVIOUS-READ (WS-BK-IDX) + WS-REGISTER-TURNS.     00008530
           DIVIDE WS-READ-SUM BY WS-METER-MODULUS                       00008540
               GIVING WS-READ-QUOTIENT REMAINDER WS-HIGH-READ.          00008550
                                                                        00008560
      ***************************************************************** 00008570
      * Print the read sheet line for the meter just booked, with a     00008580
      * blank to write the reading in. No window prints as no           00008590
      * history; an unknown previous read leaves the read limits        00008600
      * blank (the kWh limits still apply).                             00008610
      ***************************************************************** 00008620
       560-WRITE-SHEET-LINE.                                            00008630
           IF WS-RTE-LINE-COUNT + 1 > WS-RTE-PAGE-LIMIT                 00008640
               PERFORM 810-WRITE-SHEET-HEADERS                          00008650
           END-IF.                                                      00008660
           MOVE SPACES TO WS-RTE-DETAIL-LINE.                           00008670
           MOVE WS-BK-WALK-SEQ (WS-BK-IDX)   TO RD-WALK-SEQ.            00008680
           MOVE WS-BK-ACCOUNT-NO (WS-BK-IDX) TO RD-ACCOUNT-NO.          00008690
           MOVE WS-BK-METER-NO (WS-BK-IDX)   TO RD-METER-NO.            00008700
           MOVE WS-BK-DIAL-COUNT (WS-BK-IDX) TO RD-DIAL-COUNT.          00008710
           MOVE WS-BK-MULTIPLIER (WS-BK-IDX) TO RD-MULTIPLIER.          00008720
           MOVE NA-SVC-STREET                TO RD-SVC-STREET.          00008730
           IF WS-BK-PREV-KNOWN (WS-BK-IDX) = 'Y'                        00008740
               MOVE WS-BK-PREVIOUS-READ (WS-BK-IDX)                     00008750
                   TO RD-PREVIOUS-READ                                  00008760
           ELSE                                                         00008770
               MOVE 'UNKNOWN' TO RD-PREVIOUS-READ                       00008780
           END-IF.                                                      00008790
           EVALUATE TRUE                                                00008800
               WHEN WINDOW-SEASONAL                                     00008810
                   MOVE 'SEASONAL' TO RD-BASIS                          00008820
               WHEN WINDOW-RECENT                                       00008830
                   MOVE 'RECENT' TO RD-BASIS                            00008840
               WHEN OTHER                                               00008850
                   MOVE 'NO HIST' TO RD-BASIS                           00008860
           END-EVALUATE.                                                00008870
           IF NOT NO-WINDOW                                             00008880
               MOVE WS-LOW-KWH  TO RD-LOW-KWH                           00008890
               MOVE WS-HIGH-KWH TO RD-HIGH-KWH                          00008900
               IF WS-BK-PREV-KNOWN (WS-BK-IDX) = 'Y'                    00008910
                   MOVE WS-LOW-READ  TO RD-LOW-READ                     00008920
                   MOVE WS-HIGH-READ TO RD-HIGH-READ                    00008930
               END-IF                                                   00008940
           END-IF.                                                      00008950
           IF WS-BK-METER-OFF (WS-BK-IDX) = 'Y'                         00008960
               MOVE 'MTR OFF' TO RD-NOTE                                00008970
           END-IF.                                                      00008980
           MOVE ALL '_' TO RD-ENTRY.                                    00008990
           ADD 1 TO WS-RTE-LINE-COUNT.                                  00009000
           WRITE RTE-LINE FROM WS-RTE-DETAIL-LINE                       00009010
               AFTER ADVANCING 1 LINE.                                  00009020
                                                                        00009030
      ***************************************************************** 00009040
      * Start a read sheet page for the current route: title with       00009050
      * route, cycle, read date and page, and the column header.        00009060
      ***************************************************************** 00009070
       810-WRITE-SHEET-HEADERS.                                         00009080
           ADD 1 TO WS-RTE-PAGE-NO.                                     00009090
           MOVE WS-RTE-PAGE-NO TO WS-RTE-PAGE-ED.                       00009100
           IF WS-PRIOR-ROUTE = SPACES                                   00009110
               MOVE 'UNASSIGNED' TO WS-RTE-ROUTE-NAME                   00009120
           ELSE                                                         00009130
               MOVE WS-PRIOR-ROUTE TO WS-RTE-ROUTE-NAME                 00009140
           END-IF.                                                      00009150
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00009160
           STRING 'RTEBOOK METER READING ROUTE BOOK' DELIMITED BY SIZE  00009170
                  '     ROUTE: '                     DELIMITED BY SIZE  00009180
                  WS-RTE-ROUTE-NAME                  DELIMITED BY SIZE  00009190
                  '  CYCLE: '                        DELIMITED BY SIZE  00009200
                  WS-RTE-CYCLE-ED                    DELIMITED BY SIZE  00009210
                  '  READ DATE: '                    DELIMITED BY SIZE  00009220
                  WS-READ-DATE-ED                    DELIMITED BY SIZE  00009230
                  '  RUN DATE: '                     DELIMITED BY SIZE  00009240
                  WS-RUN-DATE-ED                     DELIMITED BY SIZE  00009250
                  '  PAGE: '                         DELIMITED BY SIZE  00009260
                  WS-RTE-PAGE-ED                     DELIMITED BY SIZE  00009270
               INTO WS-RTE-LINE-WORK.                                   00009280
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00009290
               AFTER ADVANCING PAGE.                                    00009300
                                                                        00009310
           WRITE RTE-LINE FROM WS-RTE-SEP-LINE                          00009320
               AFTER ADVANCING 1 LINE.                                  00009330
           WRITE RTE-LINE FROM WS-RTE-COL-HDR-LINE                      00009340
               AFTER ADVANCING 1 LINE.                                  00009350
           WRITE RTE-LINE FROM WS-RTE-SEP-LINE                          00009360
               AFTER ADVANCING 1 LINE.                                  00009370
           MOVE 4 TO WS-RTE-LINE-COUNT.                                 00009380
                                                                        00009390
      ***************************************************************** 00009400
      * Write the control totals. Accounts read must equal booked       00009410
      * plus other cycles plus closed plus not booked for a full        00009420
      * table; the booked meters split by what their window was         00009430
      * drawn from.                                                     00009440
      ***************************************************************** 00009450
       900-WRITE-CONTROL-TOTALS.                                        00009460
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00009470
           STRING 'RTEBOOK ROUTE BOOK CONTROL TOTALS' DELIMITED BY SIZE 00009480
                  '     CYCLE: '                      DELIMITED BY SIZE 00009490
                  WS-RTE-CYCLE-ED                     DELIMITED BY SIZE 00009500
                  '  READ DATE: '                     DELIMITED BY SIZE 00009510
                  WS-READ-DATE-ED                     DELIMITED BY SIZE 00009520
                  '  RUN DATE: '                      DELIMITED BY SIZE 00009530
                  WS-RUN-DATE-ED                      DELIMITED BY SIZE 00009540
               INTO WS-RTE-LINE-WORK.                                   00009550
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00009560
               AFTER ADVANCING PAGE.                                    00009570
           WRITE RTE-LINE FROM WS-RTE-SEP-LINE                          00009580
               AFTER ADVANCING 1 LINE.                                  00009590
                                                                        00009600
           MOVE WS-HIGH-PCT TO WS-RTE-PCT-ED.                           00009610
           MOVE WS-LOW-PCT TO WS-RTE-LOW-ED.                            00009620
           MOVE WS-MIN-BAND-KWH TO WS-RTE-BAND-ED.                      00009630
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00009640
           STRING 'WINDOW TERMS      : HIGH ' DELIMITED BY SIZE         00009650
                  WS-RTE-PCT-ED              DELIMITED BY SIZE          00009660
                  '% / LOW '                 DELIMITED BY SIZE          00009670
                  WS-RTE-LOW-ED              DELIMITED BY SIZE          00009680
                  '% OF EXPECTED, AT LEAST ' DELIMITED BY SIZE          00009690
                  WS-RTE-BAND-ED             DELIMITED BY SIZE          00009700
                  ' KWH EITHER SIDE'         DELIMITED BY SIZE          00009710
               INTO WS-RTE-LINE-WORK.                                   00009720
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00009730
               AFTER ADVANCING 1 LINE.                                  00009740
                                                                        00009750
           MOVE WS-ACCOUNTS-READ TO WS-RTE-COUNT-ED.                    00009760
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00009770
           STRING 'ACCOUNTS READ     : ' DELIMITED BY SIZE              00009780
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00009790
               INTO WS-RTE-LINE-WORK.                                   00009800
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00009810
               AFTER ADVANCING 1 LINE.                                  00009820
                                                                        00009830
           MOVE WS-BOOKED-COUNT TO WS-RTE-COUNT-ED.                     00009840
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00009850
           STRING 'METERS BOOKED     : ' DELIMITED BY SIZE              00009860
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00009870
               INTO WS-RTE-LINE-WORK.                                   00009880
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00009890
               AFTER ADVANCING 1 LINE.                                  00009900
                                                                        00009910
           MOVE WS-OTHER-CYCLE-COUNT TO WS-RTE-COUNT-ED.                00009920
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00009930
           STRING 'OTHER CYCLES      : ' DELIMITED BY SIZE              00009940
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00009950
               INTO WS-RTE-LINE-WORK.                                   00009960
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00009970
               AFTER ADVANCING 1 LINE.                                  00009980
                                                                        00009990
           MOVE WS-CLOSED-COUNT TO WS-RTE-COUNT-ED.                     00010000
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010010
           STRING 'CLOSED - NOT READ : ' DELIMITED BY SIZE              00010020
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010030
               INTO WS-RTE-LINE-WORK.                                   00010040
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010050
               AFTER ADVANCING 1 LINE.                                  00010060
                                                                        00010070
           MOVE WS-TABLE-FULL-COUNT TO WS-RTE-COUNT-ED.                 00010080
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010090
           STRING 'NOT BOOKED - FULL : ' DELIMITED BY SIZE              00010100
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010110
               INTO WS-RTE-LINE-WORK.                                   00010120
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010130
               AFTER ADVANCING 1 LINE.                                  00010140
                                                                        00010150
           WRITE RTE-LINE FROM WS-RTE-SEP-LINE                          00010160
               AFTER ADVANCING 1 LINE.                                  00010170
                                                                        00010180
           MOVE WS-ROUTE-COUNT TO WS-RTE-COUNT-ED.                      00010190
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010200
           STRING 'ROUTES BOOKED     : ' DELIMITED BY SIZE              00010210
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010220
               INTO WS-RTE-LINE-WORK.                                   00010230
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010240
               AFTER ADVANCING 1 LINE.                                  00010250
                                                                        00010260
           MOVE WS-SEASONAL-COUNT TO WS-RTE-COUNT-ED.                   00010270
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010280
           STRING 'SEASONAL WINDOWS  : ' DELIMITED BY SIZE              00010290
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010300
               INTO WS-RTE-LINE-WORK.                                   00010310
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010320
               AFTER ADVANCING 1 LINE.                                  00010330
                                                                        00010340
           MOVE WS-RECENT-COUNT TO WS-RTE-COUNT-ED.                     00010350
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010360
           STRING 'RECENT WINDOWS    : ' DELIMITED BY SIZE              00010370
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010380
               INTO WS-RTE-LINE-WORK.                                   00010390
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010400
               AFTER ADVANCING 1 LINE.                                  00010410
                                                                        00010420
           MOVE WS-NO-HISTORY-COUNT TO WS-RTE-COUNT-ED.                 00010430
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010440
           STRING 'NO HISTORY        : ' DELIMITED BY SIZE              00010450
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010460
               INTO WS-RTE-LINE-WORK.                                   00010470
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010480
               AFTER ADVANCING 1 LINE.                                  00010490
                                                                        00010500
           MOVE WS-UNROUTED-COUNT TO WS-RTE-COUNT-ED.                   00010510
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010520
           STRING 'NO ROUTE ASSIGNED : ' DELIMITED BY SIZE              00010530
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010540
               INTO WS-RTE-LINE-WORK.                                   00010550
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010560
               AFTER ADVANCING 1 LINE.                                  00010570
                                                                        00010580
           MOVE WS-PREV-UNKNOWN-COUNT TO WS-RTE-COUNT-ED.               00010590
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010600
           STRING 'PREV READ UNKNOWN : ' DELIMITED BY SIZE              00010610
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010620
               INTO WS-RTE-LINE-WORK.                                   00010630
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010640
               AFTER ADVANCING 1 LINE.                                  00010650
                                                                        00010660
           MOVE WS-METER-OFF-COUNT TO WS-RTE-COUNT-ED.                  00010670
           MOVE SPACES TO WS-RTE-LINE-WORK.                             00010680
           STRING 'METERS OFF        : ' DELIMITED BY SIZE              00010690
                  WS-RTE-COUNT-ED        DELIMITED BY SIZE              00010700
               INTO WS-RTE-LINE-WORK.                                   00010710
           WRITE RTE-LINE FROM WS-RTE-LINE-WORK                         00010720
               AFTER ADVANCING 1 LINE.                                  00010730
           WRITE RTE-LINE FROM WS-RTE-SEP-LINE                          00010740
               AFTER ADVANCING 1 LINE.                                  00010750
