       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. RUNSTAT.                                             00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:NIGHTLY STREAM RUN STATUS. RUN EACH MORNING AFTER  00000070
      *              THE NIGHTLY STREAM (MTRUPLD, UTIL2000, PAYPOST,    00000080
      *              AGE2000, ARRECON, AND DEPACCR AND ARCHIST WHEN     00000090
      *              DUE). READS THE SHARED RUN LOG FOR THE BUSINESS    00000100
      *              DATE - FROM STRMCTL, OR THE LATEST DATE ON THE     00000110
      *              LOG - AND PRINTS EVERY STEP'S OUTCOME (ENDED       00000120
      *              CLEAN, WARNING, FAILED, ABENDED OR STILL RUNNING,  00000130
      *              REFUSED, NOT RUN) WITH ITS RECORD AND DOLLAR       00000140
      *              CONTROL COUNTS AND ANY OPERATOR OVERRIDE, THE LOG  00000150
      *              ENTRIES IN THE ORDER THEY WERE WRITTEN, AND A      00000160
      *              HANDOFF CHECK FLAGGING EVERY STEP WHOSE MASTER     00000170
      *              INPUT COUNTS DO NOT MATCH THE OUTPUT COUNTS OF     00000180
      *              THE STEP BEFORE IT.                                00000190
      ***************************************************************** 00000200
       ENVIRONMENT DIVISION.                                            00000210
       INPUT-OUTPUT SECTION.                                            00000220
       FILE-CONTROL.                                                    00000230
      ***************************************************************** 00000240
      * NIGHTLY STREAM RUN LOG - START AND END OF EVERY STREAM STEP     00000250
      ***************************************************************** 00000260
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"                    00000270
               ORGANIZATION IS LINE SEQUENTIAL                          00000280
               FILE STATUS IS WS-RUNLOG-STATUS.                         00000290
      ***************************************************************** 00000300
      * NIGHTLY STREAM CONTROL - BUSINESS DATE AND OPERATOR OVERRIDES   00000310
      ***************************************************************** 00000320
           SELECT STRMCTL-FILE ASSIGN TO "STRMCTL.DAT"                  00000330
               ORGANIZATION IS LINE SEQUENTIAL                          00000340
               FILE STATUS IS WS-STRMCTL-STATUS.                        00000350
      ***************************************************************** 00000360
      * NIGHTLY STREAM RUN STATUS REPORT                                00000370
      ***************************************************************** 00000380
           SELECT STAT-FILE ASSIGN TO "RUNSTAT.PRT"                     00000390
               ORGANIZATION IS LINE SEQUENTIAL                          00000400
               FILE STATUS IS WS-STAT-STATUS.                           00000410
       DATA DIVISION.                                                   00000420
       FILE SECTION.                                                    00000430
      ***************************************************************** 00000440
      * RUNLOG-FILE - STREAM RUN LOG (SEE COPYBOOKS/RUNLOG.CPY)         00000450
      ***************************************************************** 00000460
       FD  RUNLOG-FILE.                                                 00000470
           COPY RUNLOG.                                                 00000480
      ***************************************************************** 00000490
      * STRMCTL-FILE - STREAM CONTROL (SEE COPYBOOKS/STRMCTL.CPY)       00000500
      ***************************************************************** 00000510
       FD  STRMCTL-FILE.                                                00000520
           COPY STRMCTL.                                                00000530
      ***************************************************************** 00000540
      * STAT-FILE - RUN STATUS REPORT (SEE COPYBOOKS/RUNSTRPT.CPY)      00000550
      ***************************************************************** 00000560
       FD  STAT-FILE.                                                   00000570
           COPY RUNSTRPT.                                               00000580
       WORKING-STORAGE SECTION.                                         00000590
                                                                        00000600
      ***************************************************************** 00000610
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00000620
      ***************************************************************** 00000630
       01  WS-RUNLOG-STATUS         PIC X(2)     VALUE SPACES.          00000640
       01  WS-STRMCTL-STATUS        PIC X(2)     VALUE SPACES.          00000650
       01  WS-STAT-STATUS           PIC X(2)     VALUE SPACES.          00000660
       01  WS-EOF-SWITCHES.                                             00000670
           05  WS-RUNLOG-EOF-SW     PIC X(1)     VALUE 'N'.             00000680
               88  RUNLOG-EOF                    VALUE 'Y'.             00000690
           05  WS-STRMCTL-EOF-SW    PIC X(1)     VALUE 'N'.             00000700
               88  STRMCTL-EOF                   VALUE 'Y'.             00000710
       01  WS-RUNLOG-FOUND-SW       PIC X(1)     VALUE 'N'.             00000720
           88  RUNLOG-FOUND                      VALUE 'Y'.             00000730
                                                                        00000740
      ***************************************************************** 00000750
      * RUN DATE FOR THE REPORT HEADERS                                 00000760
      ***************************************************************** 00000770
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00000780
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00000790
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00000800
           05  WS-RUN-DATE-MM       PIC 9(2).                           00000810
           05  WS-RUN-DATE-DD       PIC 9(2).                           00000820
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00000830
                                                                        00000840
      ***************************************************************** 00000850
      * BUSINESS DATE REPORTED ON - THE STRMCTL D RECORD WHEN THERE IS  00000860
      * ONE, OTHERWISE THE LATEST BUSINESS DATE ON THE RUN LOG.         00000870
      ***************************************************************** 00000880
       01  WS-BUSINESS-DATE         PIC 9(8)     VALUE 0.               00000890
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.               00000900
           05  WS-BUSINESS-DATE-CCYY PIC 9(4).                          00000910
           05  WS-BUSINESS-DATE-MM  PIC 9(2).                           00000920
           05  WS-BUSINESS-DATE-DD  PIC 9(2).                           00000930
       01  WS-BUSINESS-DATE-ED      PIC X(10)    VALUE SPACES.          00000940
                                                                        00000950
      ***************************************************************** 00000960
      * STREAM STEP ORDER AND STATE (SEE COPYBOOKS/STEPTBL.CPY). THE    00000970
      * STATE IS BUILT FROM THE LOG THE SAME WAY EACH STEP BUILDS IT AT 00000980
      * STARTUP, SO THE REPORT AGREES WITH WHAT THE STEPS WILL ALLOW.   00000990
      ***************************************************************** 00001000
           COPY STEPTBL.                                                00001010
                                                                        00001020
      ***************************************************************** 00001030
      * WHAT THE LOG SAYS ABOUT EACH STEP FOR THE BUSINESS DATE, IN     00001040
      * STEP TABLE ORDER (ROOM FOR 20 STEPS - SEE STEPTBL.CPY). TIMES   00001050
      * AND FIGURES ARE FROM THE LAST FINAL START AND END; A RERUN      00001060
      * REPLACES THE EARLIER ATTEMPT'S FIGURES.                         00001065
      ***************************************************************** 00001070
       01  WS-RS-TABLE.                                                 00001080
           05  WS-RS-ENTRY OCCURS 20 TIMES                              00001090
                   INDEXED BY WS-RS-IDX.                                00001100
               10  WS-RS-START-TIME     PIC 9(6)   VALUE 0.             00001110
               10  WS-RS-END-TIME       PIC 9(6)   VALUE 0.             00001120
               10  WS-RS-CYCLE          PIC 9(2)   VALUE 0.             00001130
               10  WS-RS-RECORDS-IN     PIC 9(7)   VALUE 0.             00001140
               10  WS-RS-AMOUNT-IN      PIC S9(9)V99 VALUE 0.           00001150
               10  WS-RS-RECORDS-OUT    PIC 9(7)   VALUE 0.             00001160
               10  WS-RS-AMOUNT-OUT     PIC S9(9)V99 VALUE 0.           00001170
               10  WS-RS-CONTROL-COUNT  PIC 9(7)   VALUE 0.             00001180
               10  WS-RS-CONTROL-AMOUNT PIC S9(9)V99 VALUE 0.           00001190
               10  WS-RS-END-REMARKS    PIC X(40)  VALUE SPACES.        00001200
               10  WS-RS-START-COUNT    PIC 9(3)   VALUE 0.             00001210
               10  WS-RS-TRIAL-COUNT    PIC 9(3)   VALUE 0.             00001220
               10  WS-RS-OVERRIDE-COUNT PIC 9(3)   VALUE 0.             00001230
               10  WS-RS-OVR-OPERATOR   PIC X(8)   VALUE SPACES.        00001240
               10  WS-RS-OVR-REASON     PIC X(40)  VALUE SPACES.        00001250
               10  WS-RS-REFUSED-COUNT  PIC 9(3)   VALUE 0.             00001260
               10  WS-RS-REFUSED-REMARKS PIC X(40) VALUE SPACES.        00001270
                                                                        00001280
      ***************************************************************** 00001290
      * WORK FIELDS                                                     00001300
      ***************************************************************** 00001310
       01  WS-STAT-SUB              PIC 9(2)     VALUE 0.               00001320
       01  WS-PRED-SUB              PIC 9(2)     VALUE 0.               00001330
       01  WS-STAT-TIME             PIC 9(6)     VALUE 0.               00001340
       01  WS-STAT-TIME-R REDEFINES WS-STAT-TIME.                       00001350
           05  WS-STAT-TIME-HH      PIC 9(2).                           00001360
           05  WS-STAT-TIME-MM      PIC 9(2).                           00001370
           05  WS-STAT-TIME-SS      PIC 9(2).                           00001380
       01  WS-STAT-TIME-ED          PIC X(8)     VALUE SPACES.          00001390
       01  WS-STAT-LOG-DATE         PIC 9(8)     VALUE 0.               00001400
       01  WS-STAT-LOG-DATE-R REDEFINES WS-STAT-LOG-DATE.               00001410
           05  WS-STAT-LOG-CCYY     PIC 9(4).                           00001420
           05  WS-STAT-LOG-MM       PIC 9(2).                           00001430
           05  WS-STAT-LOG-DD       PIC 9(2).                           00001440
       01  WS-STAT-REC-DIFF         PIC S9(7)    VALUE 0.               00001450
       01  WS-STAT-AMT-DIFF         PIC S9(9)V99 VALUE 0.               00001460
       01  WS-STAT-SECTION          PIC X(40)    VALUE SPACES.          00001470
       01  WS-STAT-STREAM-RESULT    PIC X(20)    VALUE SPACES.          00001480
                                                                        00001490
      ***************************************************************** 00001500
      * RUN TOTALS FOR THE SUMMARY PAGE                                 00001510
      ***************************************************************** 00001520
       01  WS-LOG-ENTRY-COUNT       PIC 9(5)     VALUE 0.               00001530
       01  WS-CLEAN-COUNT           PIC 9(3)     VALUE 0.               00001540
       01  WS-WARNING-COUNT         PIC 9(3)     VALUE 0.               00001550
       01  WS-FAILED-COUNT          PIC 9(3)     VALUE 0.               00001560
       01  WS-NO-END-COUNT          PIC 9(3)     VALUE 0.               00001570
       01  WS-REFUSED-STEP-COUNT    PIC 9(3)     VALUE 0.               00001580
       01  WS-NOT-RUN-COUNT         PIC 9(3)     VALUE 0.               00001590
       01  WS-OVERRIDE-TOTAL        PIC 9(3)     VALUE 0.               00001600
       01  WS-REFUSAL-TOTAL         PIC 9(3)     VALUE 0.               00001610
       01  WS-HANDOFF-CHECKED       PIC 9(3)     VALUE 0.               00001620
       01  WS-HANDOFF-MISMATCH      PIC 9(3)     VALUE 0.               00001630
       01  WS-HANDOFF-UNCHECKED     PIC 9(3)     VALUE 0.               00001640
                                                                        00001645
      ***************************************************************** 00001650
      * PAGE CONTROL FOR THE REPORT                                     00001660
      ***************************************************************** 00001670
       01  WS-STAT-PAGE-NO          PIC 9(3)     VALUE 0.               00001680
       01  WS-STAT-LINE-COUNT       PIC 9(3)     VALUE 0.               00001690
       01  WS-STAT-PAGE-LIMIT       PIC 9(3)     VALUE 55.              00001700
                                                                        00001705
      ***************************************************************** 00001710
      * EDITED FIELDS FOR THE REPORT                                    00001720
      ***************************************************************** 00001730
       01  WS-STAT-PAGE-ED          PIC ZZ9.                            00001740
       01  WS-STAT-COUNT-ED         PIC ZZ,ZZ9.                         00001750
       01  WS-STAT-TIMES-ED         PIC ZZ9.                            00001760
                                                                        00001765
      ***************************************************************** 00001770
      * REPORT LINE LAYOUTS                                             00001780
      ***************************************************************** 00001790
       01  WS-STAT-LINE-WORK        PIC X(132)   VALUE SPACES.          00001800
       01  WS-STAT-SEP-LINE         PIC X(132)   VALUE ALL '-'.         00001810
       01  WS-STAT-COL-HDR-LINE     PIC X(132)   VALUE SPACES.          00001820
       01  WS-STEP-COL-HDR-LINE.                                        00001830
           05  FILLER PIC X(10) VALUE 'STEP      '.                     00001840
           05  FILLER PIC X(23) VALUE 'OUTCOME'.                        00001850
           05  FILLER PIC X(4)  VALUE 'RC  '.                           00001860
           05  FILLER PIC X(9)  VALUE 'STARTED  '.                      00001870
           05  FILLER PIC X(10) VALUE 'ENDED     '.                     00001880
           05  FILLER PIC X(8)  VALUE 'RECS IN '.                       00001890
           05  FILLER PIC X(17) VALUE '      AMOUNT IN  '.              00001900
           05  FILLER PIC X(8)  VALUE 'RECS OUT'.                       00001910
           05  FILLER PIC X(17) VALUE '     AMOUNT OUT  '.              00001920
           05  FILLER PIC X(8)  VALUE 'CONTROL '.                       00001930
           05  FILLER PIC X(15) VALUE ' CONTROL AMOUNT'.                00001940
       01  WS-STEP-DETAIL-LINE.                                         00001950
           05  SD-STEP-NAME         PIC X(8).                           00001960
           05  FILLER               PIC X(2).                           00001970
           05  SD-OUTCOME           PIC X(22).                          00001980
           05  FILLER               PIC X(1).                           00001990
           05  SD-RETURN-CODE       PIC X(2).                           00002000
           05  FILLER               PIC X(2).                           00002010
           05  SD-START-TIME        PIC X(8).                           00002020
           05  FILLER               PIC X(1).                           00002030
           05  SD-END-TIME          PIC X(8).                           00002040
           05  FILLER               PIC X(2).                           00002050
           05  SD-FIGURES.                                              00002060
               10  SD-RECORDS-IN    PIC ZZZZZZ9.                        00002070
               10  FILLER           PIC X(1).                           00002080
               10  SD-AMOUNT-IN     PIC -ZZZ,ZZZ,ZZ9.99.                00002090
               10  FILLER           PIC X(2).                           00002100
               10  SD-RECORDS-OUT   PIC ZZZZZZ9.                        00002110
               10  FILLER           PIC X(1).                           00002120
               10  SD-AMOUNT-OUT    PIC -ZZZ,ZZZ,ZZ9.99.                00002130
               10  FILLER           PIC X(2).                           00002140
               10  SD-CONTROL-COUNT PIC ZZZZZZ9.                        00002150
               10  FILLER           PIC X(1).                           00002160
               10  SD-CONTROL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.               00002170
       01  WS-LOG-COL-HDR-LINE.                                         00002180
           05  FILLER PIC X(7)  VALUE 'DATE   '.                        00002190
           05  FILLER PIC X(10) VALUE 'TIME      '.                     00002200
           05  FILLER PIC X(10) VALUE 'STEP      '.                     00002210
           05  FILLER PIC X(10) VALUE 'EVENT     '.                     00002220
           05  FILLER PIC X(7)  VALUE 'MODE   '.                        00002230
           05  FILLER PIC X(4)  VALUE 'CY  '.                           00002240
           05  FILLER PIC X(4)  VALUE 'RC  '.                           00002250
           05  FILLER PIC X(9)  VALUE 'RECS IN  '.                      00002260
           05  FILLER PIC X(9)  VALUE 'RECS OUT '.                      00002270
           05  FILLER PIC X(9)  VALUE 'CONTROL  '.                      00002280
           05  FILLER PIC X(10) VALUE 'OPERATOR  '.                     00002290
           05  FILLER PIC X(7)  VALUE 'REMARKS'.                        00002300
       01  WS-LOG-DETAIL-LINE.                                          00002310
           05  LD-LOG-DATE          PIC X(5).                           00002320
           05  FILLER               PIC X(2).                           00002330
           05  LD-LOG-TIME          PIC X(8).                           00002340
           05  FILLER               PIC X(2).                           00002350
           05  LD-STEP-NAME         PIC X(8).                           00002360
           05  FILLER               PIC X(2).                           00002370
           05  LD-EVENT             PIC X(8).                           00002380
           05  FILLER               PIC X(2).                           00002390
           05  LD-RUN-MODE          PIC X(5).                           00002400
           05  FILLER               PIC X(2).                           00002410
           05  LD-CYCLE             PIC Z9.                             00002420
           05  FILLER               PIC X(2).                           00002430
           05  LD-RETURN-CODE       PIC 99.                             00002440
           05  FILLER               PIC X(2).                           00002450
           05  LD-FIGURES.                                              00002460
               10  LD-RECORDS-IN    PIC ZZZZZZ9.                        00002470
               10  FILLER           PIC X(2).                           00002480
               10  LD-RECORDS-OUT   PIC ZZZZZZ9.                        00002490
               10  FILLER           PIC X(2).                           00002500
               10  LD-CONTROL-COUNT PIC ZZZZZZ9.                        00002510
           05  FILLER               PIC X(2).                           00002520
           05  LD-OPERATOR-ID       PIC X(8).                           00002530
           05  FILLER               PIC X(2).                           00002540
           05  LD-REMARKS           PIC X(40).                          00002550
       01  WS-HAND-COL-HDR-LINE.                                        00002560
           05  FILLER PIC X(10) VALUE 'STEP      '.                     00002570
           05  FILLER PIC X(10) VALUE 'FOLLOWS   '.                     00002580
           05  FILLER PIC X(9)  VALUE 'PRED OUT '.                      00002590
           05  FILLER PIC X(9)  VALUE 'STEP IN  '.                      00002600
           05  FILLER PIC X(10) VALUE 'REC DIFF  '.                     00002610
           05  FILLER PIC X(17) VALUE '  PRED AMOUNT OUT'.              00002620
           05  FILLER PIC X(17) VALUE '   STEP AMOUNT IN'.              00002630
           05  FILLER PIC X(17) VALUE '  AMOUNT DIFF    '.              00002640
           05  FILLER PIC X(6)  VALUE 'RESULT'.                         00002650
       01  WS-HAND-DETAIL-LINE.                                         00002660
           05  HD-STEP-NAME         PIC X(8).                           00002670
           05  FILLER               PIC X(2).                           00002680
           05  HD-PRED-STEP         PIC X(8).                           00002690
           05  FILLER               PIC X(2).                           00002700
           05  HD-FIGURES.                                              00002710
               10  HD-PRED-RECORDS  PIC ZZZZZZ9.                        00002720
               10  FILLER           PIC X(2).                           00002730
               10  HD-STEP-RECORDS  PIC ZZZZZZ9.                        00002740
               10  FILLER           PIC X(2).                           00002750
               10  HD-RECORD-DIFF   PIC -ZZZZZZ9.                       00002760
               10  FILLER           PIC X(2).                           00002770
               10  HD-PRED-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.                00002780
               10  FILLER           PIC X(2).                           00002790
               10  HD-STEP-AMOUNT   PIC -ZZZ,ZZZ,ZZ9.99.                00002800
               10  FILLER           PIC X(2).                           00002810
               10  HD-AMOUNT-DIFF   PIC -ZZZ,ZZZ,ZZ9.99.                00002820
           05  FILLER               PIC X(2).                           00002830
           05  HD-RESULT            PIC X(34).                          00002840
                                                                        00002845
      ***************************************************************** 00002850
      * IT'S GO TIME!                                                   00002860
      ***************************************************************** 00002870
       PROCEDURE DIVISION.                                              00002880
                                                                        00002885
      ***************************************************************** 00002890
      * MAINLINE - SETTLE THE BUSINESS DATE, REPLAY THE RUN LOG FOR     00002900
      * IT, PRINT THE STEP OUTCOMES, THE LOG ENTRIES AND THE HANDOFF    00002910
      * CHECKS, PRINT THE SUMMARY, STOP.                                00002920
      ***************************************************************** 00002930
       000-MAIN.                                                        00002940
           DISPLAY '*************************************'.             00002950
           DISPLAY '*** RUNSTAT - STREAM RUN STATUS   ***'.             00002960
           DISPLAY '*************************************'.             00002970
           DISPLAY ' '.                                                 00002980
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00002990
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00003000
                  '/'              DELIMITED BY SIZE                    00003010
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00003020
                  '/'              DELIMITED BY SIZE                    00003030
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00003040
               INTO WS-RUN-DATE-ED.                                     00003050
           OPEN INPUT STRMCTL-FILE.                                     00003060
           IF WS-STRMCTL-STATUS = '00'                                  00003070
               PERFORM UNTIL STRMCTL-EOF                                00003080
                   READ STRMCTL-FILE                                    00003090
                       AT END                                           00003100
                           SET STRMCTL-EOF TO TRUE                      00003110
                       NOT AT END                                       00003120
                           PERFORM 100-LOAD-STREAM-CONTROL              00003130
                   END-READ                                             00003140
               END-PERFORM                                              00003150
               CLOSE STRMCTL-FILE                                       00003160
           END-IF.                                                      00003170
                                                                        00003180
      *    NO BUSINESS DATE GIVEN - REPORT ON THE LATEST NIGHT LOGGED   00003190
           IF WS-BUSINESS-DATE = 0                                      00003200
               OPEN INPUT RUNLOG-FILE                                   00003210
               IF WS-RUNLOG-STATUS = '00'                               00003220
                   PERFORM 700-READ-RUNLOG                              00003230
                   PERFORM UNTIL RUNLOG-EOF                             00003240
                       PERFORM 200-FIND-LATEST-DATE                     00003250
                       PERFORM 700-READ-RUNLOG                          00003260
                   END-PERFORM                                          00003270
                   CLOSE RUNLOG-FILE                                    00003280
               END-IF                                                   00003290
           END-IF.                                                      00003300
           IF WS-BUSINESS-DATE = 0                                      00003310
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE                     00003320
           END-IF.                                                      00003330
           STRING WS-BUSINESS-DATE-MM   DELIMITED BY SIZE               00003340
                  '/'                   DELIMITED BY SIZE               00003350
                  WS-BUSINESS-DATE-DD   DELIMITED BY SIZE               00003360
                  '/'                   DELIMITED BY SIZE               00003370
                  WS-BUSINESS-DATE-CCYY DELIMITED BY SIZE               00003380
               INTO WS-BUSINESS-DATE-ED.                                00003390
           DISPLAY 'BUSINESS DATE: ' WS-BUSINESS-DATE-ED.               00003400
                                                                        00003410
           OPEN INPUT RUNLOG-FILE.                                      00003420
           IF WS-RUNLOG-STATUS = '00'                                   00003430
               SET RUNLOG-FOUND TO TRUE                                 00003440
               MOVE 'N' TO WS-RUNLOG-EOF-SW                             00003450
               PERFORM 700-READ-RUNLOG                                  00003460
               PERFORM UNTIL RUNLOG-EOF                                 00003470
                   IF RL-BUSINESS-DATE = WS-BUSINESS-DATE               00003480
                       PERFORM 300-TALLY-LOG-ENTRY                      00003490
                   END-IF                                               00003500
                   PERFORM 700-READ-RUNLOG                              00003510
               END-PERFORM                                              00003520
               CLOSE RUNLOG-FILE                                        00003530
           ELSE                                                         00003540
               DISPLAY 'NO RUN LOG ON HAND, STATUS: '                   00003550
                   WS-RUNLOG-STATUS                                     00003560
           END-IF.                                                      00003570
                                                                        00003580
           OPEN OUTPUT STAT-FILE.                                       00003590
           IF WS-STAT-STATUS NOT = '00'                                 00003600
               DISPLAY 'UNABLE TO OPEN STAT-FILE, STATUS: '             00003610
                   WS-STAT-STATUS                                       00003620
               STOP RUN                                                 00003630
           END-IF.                                                      00003640
                                                                        00003650
           MOVE 'STEP OUTCOMES' TO WS-STAT-SECTION.                     00003660
           MOVE WS-STEP-COL-HDR-LINE TO WS-STAT-COL-HDR-LINE.           00003670
           PERFORM 810-WRITE-PAGE-HEADERS.                              00003680
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1                      00003690
                   UNTIL WS-STAT-SUB > WS-STEP-COUNT                    00003700
               PERFORM 400-WRITE-STEP-OUTCOME                           00003710
           END-PERFORM.                                                 00003720
                                                                        00003730
           MOVE 'RUN LOG ENTRIES' TO WS-STAT-SECTION.                   00003740
           MOVE WS-LOG-COL-HDR-LINE TO WS-STAT-COL-HDR-LINE.            00003750
           PERFORM 810-WRITE-PAGE-HEADERS.                              00003760
           IF RUNLOG-FOUND                                              00003770
               OPEN INPUT RUNLOG-FILE                                   00003780
               MOVE 'N' TO WS-RUNLOG-EOF-SW                             00003790
               PERFORM 700-READ-RUNLOG                                  00003800
               PERFORM UNTIL RUNLOG-EOF                                 00003810
                   IF RL-BUSINESS-DATE = WS-BUSINESS-DATE               00003820
                       PERFORM 500-WRITE-LOG-ENTRY                      00003830
                   END-IF                                               00003840
                   PERFORM 700-READ-RUNLOG                              00003850
               END-PERFORM                                              00003860
               CLOSE RUNLOG-FILE                                        00003870
           END-IF.                                                      00003880
           IF WS-LOG-ENTRY-COUNT = 0                                    00003890
               MOVE SPACES TO WS-STAT-LINE-WORK                         00003900
               STRING 'NO RUN LOG ENTRIES FOR THE BUSINESS DATE'        00003910
                          DELIMITED BY SIZE                             00003920
                   INTO WS-STAT-LINE-WORK                               00003930
               PERFORM 820-WRITE-DETAIL-LINE                            00003940
           END-IF.                                                      00003950
                                                                        00003960
           MOVE 'HANDOFF CHECKS' TO WS-STAT-SECTION.                    00003970
           MOVE WS-HAND-COL-HDR-LINE TO WS-STAT-COL-HDR-LINE.           00003980
           PERFORM 810-WRITE-PAGE-HEADERS.                              00003990
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1                      00004000
                   UNTIL WS-STAT-SUB > WS-STEP-COUNT                    00004010
               IF WS-STEP-COMPARE (WS-STAT-SUB) = 'Y'                   00004020
                   PERFORM 600-CHECK-HANDOFF                            00004030
               END-IF                                                   00004040
           END-PERFORM.                                                 00004050
                                                                        00004060
           PERFORM 900-WRITE-SUMMARY.                                   00004070
           CLOSE STAT-FILE.                                             00004080
           DISPLAY 'STREAM STATUS: ' WS-STAT-STREAM-RESULT.             00004090
           STOP RUN.                                                    00004100
                                                                        00004105
      ***************************************************************** 00004110
      * Read the next run log entry.                                    00004120
      ***************************************************************** 00004130
       700-READ-RUNLOG.                                                 00004140
           READ RUNLOG-FILE                                             00004150
               AT END                                                   00004160
                   SET RUNLOG-EOF TO TRUE                               00004170
           END-READ.                                                    00004180
                                                                        00004185
      ***************************************************************** 00004190
      * Take one stream control record. Only the business date is of    00004200
      * interest here - the overrides show up on the log itself.        00004210
      ***************************************************************** 00004220
       100-LOAD-STREAM-CONTROL.                                         00004230
           IF SC-BUSINESS-DATE-REC                                      00004240
                   AND SC-BUSINESS-DATE IS NUMERIC                      00004250
                   AND SC-BUSINESS-DATE > 0                             00004260
               MOVE SC-BUSINESS-DATE TO WS-BUSINESS-DATE                00004270
           END-IF.                                                      00004280
                                                                        00004285
      ***************************************************************** 00004290
      * Keep the latest business date seen on the log.                  00004300
      ***************************************************************** 00004310
       200-FIND-LATEST-DATE.                                            00004320
           IF RL-BUSINESS-DATE IS NUMERIC                               00004330
                   AND RL-BUSINESS-DATE > WS-BUSINESS-DATE              00004340
               MOVE RL-BUSINESS-DATE TO WS-BUSINESS-DATE                00004350
           END-IF.                                                      00004360
                                                                        00004365
      ***************************************************************** 00004370
      * Fold one log entry for the business date into the step state    00004380
      * and figures tables. Only FINAL runs move a step's state, as at  00004390
      * each step's own startup check; TRIAL entries are only counted.  00004400
      ***************************************************************** 00004410
       300-TALLY-LOG-ENTRY.                                             00004420
           SET WS-STEP-IDX TO 1.                                        00004430
           SEARCH WS-STEP-ENTRY                                         00004440
               AT END                                                   00004450
                   CONTINUE                                             00004460
               WHEN WS-STEP-NAME (WS-STEP-IDX) = RL-STEP-NAME           00004470
                   SET WS-SS-IDX TO WS-STEP-IDX                         00004480
                   SET WS-RS-IDX TO WS-STEP-IDX                         00004490
                   IF RL-MODE-FINAL                                     00004500
                       PERFORM 310-TALLY-FINAL-ENTRY                    00004510
                   ELSE                                                 00004520
                       ADD 1 TO WS-RS-TRIAL-COUNT (WS-RS-IDX)           00004530
                   END-IF                                               00004540
           END-SEARCH.                                                  00004550
                                                                        00004555
      ***************************************************************** 00004560
      * Fold one FINAL log entry for the step at WS-SS-IDX/WS-RS-IDX.   00004570
      ***************************************************************** 00004580
       310-TALLY-FINAL-ENTRY.                                           00004590
           EVALUATE TRUE                                                00004600
               WHEN RL-EVENT-START                                      00004610
                   MOVE 'S' TO WS-STEP-STATE (WS-SS-IDX)                00004620
                   ADD 1 TO WS-RS-START-COUNT (WS-RS-IDX)               00004630
                   MOVE RL-LOG-TIME TO WS-RS-START-TIME (WS-RS-IDX)     00004640
                   MOVE 0 TO WS-RS-END-TIME (WS-RS-IDX)                 00004650
                   MOVE RL-BILLING-CYCLE TO WS-RS-CYCLE (WS-RS-IDX)     00004660
               WHEN RL-EVENT-END                                        00004670
                   MOVE 'E' TO WS-STEP-STATE (WS-SS-IDX)                00004680
                   MOVE RL-RETURN-CODE TO WS-STEP-LAST-RC (WS-SS-IDX)   00004690
                   MOVE RL-LOG-TIME TO WS-RS-END-TIME (WS-RS-IDX)       00004700
                   MOVE RL-RECORDS-IN TO WS-RS-RECORDS-IN (WS-RS-IDX)   00004710
                   MOVE RL-AMOUNT-IN TO WS-RS-AMOUNT-IN (WS-RS-IDX)     00004720
                   MOVE RL-RECORDS-OUT                                  00004730
                       TO WS-RS-RECORDS-OUT (WS-RS-IDX)                 00004740
                   MOVE RL-AMOUNT-OUT TO WS-RS-AMOUNT-OUT (WS-RS-IDX)   00004750
                   MOVE RL-CONTROL-COUNT                                00004760
                       TO WS-RS-CONTROL-COUNT (WS-RS-IDX)               00004770
                   MOVE RL-CONTROL-AMOUNT                               00004780
                       TO WS-RS-CONTROL-AMOUNT (WS-RS-IDX)              00004790
                   MOVE RL-REMARKS TO WS-RS-END-REMARKS (WS-RS-IDX)     00004800
               WHEN RL-EVENT-OVERRIDE                                   00004810
                   ADD 1 TO WS-RS-OVERRIDE-COUNT (WS-RS-IDX)            00004820
                   ADD 1 TO WS-OVERRIDE-TOTAL                           00004830
                   MOVE RL-OPERATOR-ID TO WS-RS-OVR-OPERATOR (WS-RS-IDX)00004840
                   MOVE RL-REMARKS TO WS-RS-OVR-REASON (WS-RS-IDX)      00004850
               WHEN RL-EVENT-REFUSED                                    00004860
                   IF WS-STEP-STATE (WS-SS-IDX) = 'N'                   00004870
                       MOVE 'R' TO WS-STEP-STATE (WS-SS-IDX)            00004880
                   END-IF                                               00004890
                   ADD 1 TO WS-RS-REFUSED-COUNT (WS-RS-IDX)             00004900
                   ADD 1 TO WS-REFUSAL-TOTAL                            00004910
                   MOVE RL-REMARKS                                      00004920
                       TO WS-RS-REFUSED-REMARKS (WS-RS-IDX)             00004930
               WHEN OTHER                                               00004940
                   CONTINUE                                             00004950
           END-EVALUATE.                                                00004960
                                                                        00004965
      ***************************************************************** 00004970
      * Print the outcome line for the step at WS-STAT-SUB, with a      00004980
      * note under it for an end remark, an operator override,          00004990
      * refused attempts, a rerun or TRIAL runs. Figures print only     00005000
      * for a step that ended.                                          00005010
      ***************************************************************** 00005020
       400-WRITE-STEP-OUTCOME.                                          00005030
           MOVE SPACES TO WS-STEP-DETAIL-LINE.                          00005040
           MOVE WS-STEP-NAME (WS-STAT-SUB) TO SD-STEP-NAME.             00005050
           EVALUATE WS-STEP-STATE (WS-STAT-SUB)                         00005060
               WHEN 'E'                                                 00005070
                   IF WS-STEP-LAST-RC (WS-STAT-SUB) >= 8                00005080
                       MOVE 'ENDED - FAILED' TO SD-OUTCOME              00005090
                       ADD 1 TO WS-FAILED-COUNT                         00005100
                   ELSE                                                 00005110
                       IF WS-STEP-LAST-RC (WS-STAT-SUB) > 0             00005120
                           MOVE 'ENDED - WARNING' TO SD-OUTCOME         00005130
                           ADD 1 TO WS-WARNING-COUNT                    00005140
                       ELSE                                             00005150
                           MOVE 'ENDED CLEAN' TO SD-OUTCOME             00005160
                           ADD 1 TO WS-CLEAN-COUNT                      00005170
                       END-IF                                           00005180
                   END-IF                                               00005190
                   MOVE WS-STEP-LAST-RC (WS-STAT-SUB) TO SD-RETURN-CODE 00005200
               WHEN 'S'                                                 00005210
                   MOVE 'NO END - ABEND/RUNNING' TO SD-OUTCOME          00005220
                   ADD 1 TO WS-NO-END-COUNT                             00005230
               WHEN 'R'                                                 00005240
                   MOVE 'REFUSED - NOT RUN' TO SD-OUTCOME               00005250
                   ADD 1 TO WS-REFUSED-STEP-COUNT                       00005260
               WHEN OTHER                                               00005270
                   IF WS-STEP-WHEN-DUE (WS-STAT-SUB) = 'Y'              00005280
                       MOVE 'NOT RUN - WHEN DUE' TO SD-OUTCOME          00005290
                   ELSE                                                 00005300
                       MOVE 'NOT RUN' TO SD-OUTCOME                     00005310
                   END-IF                                               00005320
                   ADD 1 TO WS-NOT-RUN-COUNT                            00005330
           END-EVALUATE.                                                00005340
           IF WS-RS-START-TIME (WS-STAT-SUB) > 0                        00005350
               MOVE WS-RS-START-TIME (WS-STAT-SUB) TO WS-STAT-TIME      00005360
               PERFORM 830-EDIT-TIME                                    00005370
               MOVE WS-STAT-TIME-ED TO SD-START-TIME                    00005380
           END-IF.                                                      00005390
           IF WS-STEP-STATE (WS-STAT-SUB) = 'E'                         00005400
               MOVE WS-RS-END-TIME (WS-STAT-SUB) TO WS-STAT-TIME        00005410
               PERFORM 830-EDIT-TIME                                    00005420
               MOVE WS-STAT-TIME-ED TO SD-END-TIME                      00005430
               MOVE WS-RS-RECORDS-IN (WS-STAT-SUB) TO SD-RECORDS-IN     00005440
               MOVE WS-RS-AMOUNT-IN (WS-STAT-SUB) TO SD-AMOUNT-IN       00005450
               MOVE WS-RS-RECORDS-OUT (WS-STAT-SUB) TO SD-RECORDS-OUT   00005460
               MOVE WS-RS-AMOUNT-OUT (WS-STAT-SUB) TO SD-AMOUNT-OUT     00005470
               MOVE WS-RS-CONTROL-COUNT (WS-STAT-SUB)                   00005480
                   TO SD-CONTROL-COUNT                                  00005490
               MOVE WS-RS-CONTROL-AMOUNT (WS-STAT-SUB)                  00005500
                   TO SD-CONTROL-AMOUNT                                 00005510
           END-IF.                                                      00005520
           MOVE WS-STEP-DETAIL-LINE TO WS-STAT-LINE-WORK.               00005530
           PERFORM 820-WRITE-DETAIL-LINE.                               00005540
                                                                        00005550
           IF WS-STEP-STATE (WS-STAT-SUB) = 'E'                         00005560
                   AND WS-RS-END-REMARKS (WS-STAT-SUB) NOT = SPACES     00005570
               MOVE SPACES TO WS-STAT-LINE-WORK                         00005580
               STRING '          REMARKS : ' DELIMITED BY SIZE          00005590
                      WS-RS-END-REMARKS (WS-STAT-SUB)                   00005600
                                             DELIMITED BY SIZE          00005610
                   INTO WS-STAT-LINE-WORK                               00005620
               PERFORM 820-WRITE-DETAIL-LINE                            00005630
           END-IF.                                                      00005640
           IF WS-RS-OVERRIDE-COUNT (WS-STAT-SUB) > 0                    00005650
               MOVE WS-RS-OVERRIDE-COUNT (WS-STAT-SUB)                  00005660
                   TO WS-STAT-TIMES-ED                                  00005670
               MOVE SPACES TO WS-STAT-LINE-WORK                         00005680
               STRING '          OVERRIDE: RUN OUT OF ORDER '           00005690
                                             DELIMITED BY SIZE          00005700
                      WS-STAT-TIMES-ED       DELIMITED BY SIZE          00005710
                      ' TIME(S), LAST BY '   DELIMITED BY SIZE          00005720
                      WS-RS-OVR-OPERATOR (WS-STAT-SUB)                  00005730
                                             DELIMITED BY SPACE         00005740
                      ' - '                  DELIMITED BY SIZE          00005750
                      WS-RS-OVR-REASON (WS-STAT-SUB)                    00005760
                                             DELIMITED BY SIZE          00005770
                   INTO WS-STAT-LINE-WORK                               00005780
               PERFORM 820-WRITE-DETAIL-LINE                            00005790
           END-IF.                                                      00005800
           IF WS-RS-REFUSED-COUNT (WS-STAT-SUB) > 0                     00005810
               MOVE WS-RS-REFUSED-COUNT (WS-STAT-SUB)                   00005820
                   TO WS-STAT-TIMES-ED                                  00005830
               MOVE SPACES TO WS-STAT-LINE-WORK                         00005840
               STRING '          REFUSED : '  DELIMITED BY SIZE         00005850
                      WS-STAT-TIMES-ED        DELIMITED BY SIZE         00005860
                      ' ATTEMPT(S), LAST - '  DELIMITED BY SIZE         00005870
                      WS-RS-REFUSED-REMARKS (WS-STAT-SUB)               00005880
                                              DELIMITED BY SIZE         00005890
                   INTO WS-STAT-LINE-WORK                               00005900
               PERFORM 820-WRITE-DETAIL-LINE                            00005910
           END-IF.                                                      00005920
           IF WS-RS-START-COUNT (WS-STAT-SUB) > 1                       00005930
               MOVE WS-RS-START-COUNT (WS-STAT-SUB)                     00005940
                   TO WS-STAT-TIMES-ED                                  00005950
               MOVE SPACES TO WS-STAT-LINE-WORK                         00005960
               STRING '          RERUN   : STARTED '                    00005970
                                              DELIMITED BY SIZE         00005980
                      WS-STAT-TIMES-ED        DELIMITED BY SIZE         00005990
                      ' TIMES - TIMES AND FIGURES ARE THE LAST RUN'     00006000
                                              DELIMITED BY SIZE         00006010
                   INTO WS-STAT-LINE-WORK                               00006020
               PERFORM 820-WRITE-DETAIL-LINE                            00006030
           END-IF.                                                      00006040
           IF WS-RS-TRIAL-COUNT (WS-STAT-SUB) > 0                       00006050
               MOVE WS-RS-TRIAL-COUNT (WS-STAT-SUB)                     00006060
                   TO WS-STAT-TIMES-ED                                  00006070
               MOVE SPACES TO WS-STAT-LINE-WORK                         00006080
               STRING '          TRIAL   : '  DELIMITED BY SIZE         00006090
                      WS-STAT-TIMES-ED        DELIMITED BY SIZE         00006100
                      ' TRIAL RUN ENTRIES - NOT COUNTED ABOVE'          00006110
                                              DELIMITED BY SIZE         00006120
                   INTO WS-STAT-LINE-WORK                               00006130
               PERFORM 820-WRITE-DETAIL-LINE                            00006140
           END-IF.                                                      00006150
                                                                        00006155
      ***************************************************************** 00006160
      * Print one log entry for the business date as it was written.    00006170
      ***************************************************************** 00006180
       500-WRITE-LOG-ENTRY.                                             00006190
           ADD 1 TO WS-LOG-ENTRY-COUNT.                                 00006200
           MOVE SPACES TO WS-LOG-DETAIL-LINE.                           00006210
           MOVE RL-LOG-DATE TO WS-STAT-LOG-DATE.                        00006220
           STRING WS-STAT-LOG-MM DELIMITED BY SIZE                      00006230
                  '/'            DELIMITED BY SIZE                      00006240
                  WS-STAT-LOG-DD DELIMITED BY SIZE                      00006250
               INTO LD-LOG-DATE.                                        00006260
           MOVE RL-LOG-TIME TO WS-STAT-TIME.                            00006270
           PERFORM 830-EDIT-TIME.                                       00006280
           MOVE WS-STAT-TIME-ED TO LD-LOG-TIME.                         00006290
           MOVE RL-STEP-NAME TO LD-STEP-NAME.                           00006300
           EVALUATE TRUE                                                00006310
               WHEN RL-EVENT-START                                      00006320
                   MOVE 'START' TO LD-EVENT                             00006330
               WHEN RL-EVENT-END                                        00006340
                   MOVE 'END' TO LD-EVENT                               00006350
               WHEN RL-EVENT-OVERRIDE                                   00006360
                   MOVE 'OVERRIDE' TO LD-EVENT                          00006370
               WHEN RL-EVENT-REFUSED                                    00006380
                   MOVE 'REFUSED' TO LD-EVENT                           00006390
               WHEN OTHER                                               00006400
                   MOVE RL-EVENT TO LD-EVENT                            00006410
           END-EVALUATE.                                                00006420
           MOVE RL-RUN-MODE TO LD-RUN-MODE.                             00006430
           MOVE RL-BILLING-CYCLE TO LD-CYCLE.                           00006440
           MOVE RL-RETURN-CODE TO LD-RETURN-CODE.                       00006450
           IF RL-EVENT-END                                              00006460
               MOVE RL-RECORDS-IN TO LD-RECORDS-IN                      00006470
               MOVE RL-RECORDS-OUT TO LD-RECORDS-OUT                    00006480
               MOVE RL-CONTROL-COUNT TO LD-CONTROL-COUNT                00006490
           END-IF.                                                      00006500
           MOVE RL-OPERATOR-ID TO LD-OPERATOR-ID.                       00006510
           MOVE RL-REMARKS TO LD-REMARKS.                               00006520
           MOVE WS-LOG-DETAIL-LINE TO WS-STAT-LINE-WORK.                00006530
           PERFORM 820-WRITE-DETAIL-LINE.                               00006540
                                                                        00006545
      ***************************************************************** 00006550
      * Check the handoff into the step at WS-STAT-SUB: its master IN   00006560
      * counts against its predecessor's OUT counts. Both must have     00006570
      * ended for the check to mean anything.                           00006580
      ***************************************************************** 00006590
       600-CHECK-HANDOFF.                                               00006600
           MOVE 0 TO WS-PRED-SUB.                                       00006610
           SET WS-STEP-IDX TO 1.                                        00006620
           SEARCH WS-STEP-ENTRY                                         00006630
               AT END                                                   00006640
                   CONTINUE                                             00006650
               WHEN WS-STEP-NAME (WS-STEP-IDX)                          00006660
                       = WS-STEP-PRED (WS-STAT-SUB)                     00006670
                   SET WS-PRED-SUB TO WS-STEP-IDX                       00006680
           END-SEARCH.                                                  00006690
           MOVE SPACES TO WS-HAND-DETAIL-LINE.                          00006700
           MOVE WS-STEP-NAME (WS-STAT-SUB) TO HD-STEP-NAME.             00006710
           MOVE WS-STEP-PRED (WS-STAT-SUB) TO HD-PRED-STEP.             00006720
           IF WS-PRED-SUB = 0                                           00006730
               MOVE 'NOT CHECKED - NO SUCH STEP' TO HD-RESULT           00006740
               ADD 1 TO WS-HANDOFF-UNCHECKED                            00006750
           ELSE                                                         00006760
               IF WS-STEP-STATE (WS-STAT-SUB) NOT = 'E'                 00006770
                   MOVE 'NOT CHECKED - STEP DID NOT END'                00006780
                       TO HD-RESULT                                     00006790
                   ADD 1 TO WS-HANDOFF-UNCHECKED                        00006800
               ELSE                                                     00006810
                   IF WS-STEP-STATE (WS-PRED-SUB) NOT = 'E'             00006820
                       MOVE 'NOT CHECKED - PRED DID NOT END'            00006830
                           TO HD-RESULT                                 00006840
                       ADD 1 TO WS-HANDOFF-UNCHECKED                    00006850
                   ELSE                                                 00006860
                       PERFORM 610-COMPARE-HANDOFF                      00006870
                   END-IF                                               00006880
               END-IF                                                   00006890
           END-IF.                                                      00006900
           MOVE WS-HAND-DETAIL-LINE TO WS-STAT-LINE-WORK.               00006910
           PERFORM 820-WRITE-DETAIL-LINE.                               00006920
                                                                        00006925
      ***************************************************************** 00006930
      * Compare the predecessor's OUT with this step's IN and say       00006940
      * whether they match.                                             00006950
      ***************************************************************** 00006960
       610-COMPARE-HANDOFF.                                             00006970
           ADD 1 TO WS-HANDOFF-CHECKED.                                 00006980
           COMPUTE WS-STAT-REC-DIFF =                                   00006990
               WS-RS-RECORDS-IN (WS-STAT-SUB)                           00007000
               - WS-RS-RECORDS-OUT (WS-PRED-SUB).                       00007010
           COMPUTE WS-STAT-AMT-DIFF =                                   00007020
               WS-RS-AMOUNT-IN (WS-STAT-SUB)                            00007030
               - WS-RS-AMOUNT-OUT (WS-PRED-SUB).                        00007040
           MOVE WS-RS-RECORDS-OUT (WS-PRED-SUB) TO HD-PRED-RECORDS.     00007050
           MOVE WS-RS-RECORDS-IN (WS-STAT-SUB) TO HD-STEP-RECORDS.      00007060
           MOVE WS-STAT-REC-DIFF TO HD-RECORD-DIFF.                     00007070
           MOVE WS-RS-AMOUNT-OUT (WS-PRED-SUB) TO HD-PRED-AMOUNT.       00007080
           MOVE WS-RS-AMOUNT-IN (WS-STAT-SUB) TO HD-STEP-AMOUNT.        00007090
           MOVE WS-STAT-AMT-DIFF TO HD-AMOUNT-DIFF.                     00007100
           IF WS-STAT-REC-DIFF = 0 AND WS-STAT-AMT-DIFF = 0             00007110
               MOVE 'MATCH' TO HD-RESULT                                00007120
           ELSE                                                         00007130
               MOVE '*** MISMATCH ***' TO HD-RESULT                     00007140
               ADD 1 TO WS-HANDOFF-MISMATCH                             00007150
           END-IF.                                                      00007160
                                                                        00007165
      ***************************************************************** 00007170
      * Start a new page: report title, the section and its column      00007180
      * headings.                                                       00007190
      ***************************************************************** 00007200
       810-WRITE-PAGE-HEADERS.                                          00007210
           ADD 1 TO WS-STAT-PAGE-NO.                                    00007220
           MOVE WS-STAT-PAGE-NO TO WS-STAT-PAGE-ED.                     00007230
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00007240
           STRING 'RUNSTAT NIGHTLY STREAM RUN STATUS' DELIMITED BY SIZE 00007250
                  '     BUSINESS DATE: '             DELIMITED BY SIZE  00007260
                  WS-BUSINESS-DATE-ED                DELIMITED BY SIZE  00007270
                  '  RUN DATE: '                     DELIMITED BY SIZE  00007280
                  WS-RUN-DATE-ED                     DELIMITED BY SIZE  00007290
                  '  PAGE: '                         DELIMITED BY SIZE  00007300
                  WS-STAT-PAGE-ED                    DELIMITED BY SIZE  00007310
               INTO WS-STAT-LINE-WORK.                                  00007320
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00007330
               AFTER ADVANCING PAGE.                                    00007340
                                                                        00007350
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00007360
           MOVE WS-STAT-SECTION TO WS-STAT-LINE-WORK.                   00007370
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00007380
               AFTER ADVANCING 2 LINES.                                 00007390
           WRITE STAT-LINE FROM WS-STAT-SEP-LINE                        00007400
               AFTER ADVANCING 1 LINE.                                  00007410
           WRITE STAT-LINE FROM WS-STAT-COL-HDR-LINE                    00007420
               AFTER ADVANCING 1 LINE.                                  00007430
           WRITE STAT-LINE FROM WS-STAT-SEP-LINE                        00007440
               AFTER ADVANCING 1 LINE.                                  00007450
           MOVE 6 TO WS-STAT-LINE-COUNT.                                00007460
                                                                        00007465
      ***************************************************************** 00007470
      * Write WS-STAT-LINE-WORK as a detail line, starting a new page   00007480
      * of the current section when this one is full.                   00007490
      ***************************************************************** 00007500
       820-WRITE-DETAIL-LINE.                                           00007510
           IF WS-STAT-LINE-COUNT >= WS-STAT-PAGE-LIMIT                  00007520
               PERFORM 810-WRITE-PAGE-HEADERS                           00007530
           END-IF.                                                      00007540
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00007550
               AFTER ADVANCING 1 LINE.                                  00007560
           ADD 1 TO WS-STAT-LINE-COUNT.                                 00007570
                                                                        00007575
      ***************************************************************** 00007580
      * Edit WS-STAT-TIME (HHMMSS) as HH:MM:SS in WS-STAT-TIME-ED.      00007590
      ***************************************************************** 00007600
       830-EDIT-TIME.                                                   00007610
           MOVE SPACES TO WS-STAT-TIME-ED.                              00007620
           STRING WS-STAT-TIME-HH DELIMITED BY SIZE                     00007630
                  ':'             DELIMITED BY SIZE                     00007640
                  WS-STAT-TIME-MM DELIMITED BY SIZE                     00007650
                  ':'             DELIMITED BY SIZE                     00007660
                  WS-STAT-TIME-SS DELIMITED BY SIZE                     00007670
               INTO WS-STAT-TIME-ED.                                    00007680
                                                                        00007685
      ***************************************************************** 00007690
      * Write the summary. The stream is complete for the business      00007700
      * date when every step that runs nightly ended clean (or with     00007710
      * a warning), nothing was left without an end, and every          00007720
      * handoff that could be checked matched.                          00007730
      ***************************************************************** 00007740
       900-WRITE-SUMMARY.                                               00007750
           MOVE 'STREAM COMPLETE' TO WS-STAT-STREAM-RESULT.             00007760
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1                      00007770
                   UNTIL WS-STAT-SUB > WS-STEP-COUNT                    00007780
               IF WS-STEP-WHEN-DUE (WS-STAT-SUB) NOT = 'Y'              00007790
                   IF WS-STEP-STATE (WS-STAT-SUB) NOT = 'E'             00007800
                           OR WS-STEP-LAST-RC (WS-STAT-SUB) >= 8        00007810
                       MOVE 'NEEDS ATTENTION' TO WS-STAT-STREAM-RESULT  00007820
                   END-IF                                               00007830
               END-IF                                                   00007840
           END-PERFORM.                                                 00007850
           IF WS-NO-END-COUNT > 0 OR WS-FAILED-COUNT > 0                00007860
                   OR WS-HANDOFF-MISMATCH > 0                           00007870
               MOVE 'NEEDS ATTENTION' TO WS-STAT-STREAM-RESULT          00007880
           END-IF.                                                      00007890
                                                                        00007900
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00007910
           STRING 'RUNSTAT STREAM RUN STATUS SUMMARY' DELIMITED BY SIZE 00007920
                  '     BUSINESS DATE: '             DELIMITED BY SIZE  00007930
                  WS-BUSINESS-DATE-ED                DELIMITED BY SIZE  00007940
                  '  RUN DATE: '                     DELIMITED BY SIZE  00007950
                  WS-RUN-DATE-ED                     DELIMITED BY SIZE  00007960
               INTO WS-STAT-LINE-WORK.                                  00007970
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00007980
               AFTER ADVANCING PAGE.                                    00007990
           WRITE STAT-LINE FROM WS-STAT-SEP-LINE                        00008000
               AFTER ADVANCING 1 LINE.                                  00008010
                                                                        00008020
           MOVE WS-LOG-ENTRY-COUNT TO WS-STAT-COUNT-ED.                 00008030
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008040
           STRING 'LOG ENTRIES       : ' DELIMITED BY SIZE              00008050
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008060
               INTO WS-STAT-LINE-WORK.                                  00008070
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008080
               AFTER ADVANCING 1 LINE.                                  00008090
                                                                        00008100
           WRITE STAT-LINE FROM WS-STAT-SEP-LINE                        00008110
               AFTER ADVANCING 1 LINE.                                  00008120
                                                                        00008130
           MOVE WS-CLEAN-COUNT TO WS-STAT-COUNT-ED.                     00008140
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008150
           STRING 'STEPS ENDED CLEAN : ' DELIMITED BY SIZE              00008160
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008170
               INTO WS-STAT-LINE-WORK.                                  00008180
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008190
               AFTER ADVANCING 1 LINE.                                  00008200
                                                                        00008210
           MOVE WS-WARNING-COUNT TO WS-STAT-COUNT-ED.                   00008220
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008230
           STRING 'ENDED - WARNING   : ' DELIMITED BY SIZE              00008240
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008250
               INTO WS-STAT-LINE-WORK.                                  00008260
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008270
               AFTER ADVANCING 1 LINE.                                  00008280
                                                                        00008290
           MOVE WS-FAILED-COUNT TO WS-STAT-COUNT-ED.                    00008300
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008310
           STRING 'ENDED - FAILED    : ' DELIMITED BY SIZE              00008320
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008330
               INTO WS-STAT-LINE-WORK.                                  00008340
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008350
               AFTER ADVANCING 1 LINE.                                  00008360
                                                                        00008370
           MOVE WS-NO-END-COUNT TO WS-STAT-COUNT-ED.                    00008380
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008390
           STRING 'NO END - ABEND    : ' DELIMITED BY SIZE              00008400
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008410
               INTO WS-STAT-LINE-WORK.                                  00008420
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008430
               AFTER ADVANCING 1 LINE.                                  00008440
                                                                        00008450
           MOVE WS-REFUSED-STEP-COUNT TO WS-STAT-COUNT-ED.              00008460
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008470
           STRING 'REFUSED - NOT RUN : ' DELIMITED BY SIZE              00008480
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008490
               INTO WS-STAT-LINE-WORK.                                  00008500
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008510
               AFTER ADVANCING 1 LINE.                                  00008520
                                                                        00008530
           MOVE WS-NOT-RUN-COUNT TO WS-STAT-COUNT-ED.                   00008540
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008550
           STRING 'NOT RUN           : ' DELIMITED BY SIZE              00008560
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008570
               INTO WS-STAT-LINE-WORK.                                  00008580
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008590
               AFTER ADVANCING 1 LINE.                                  00008600
                                                                        00008610
           WRITE STAT-LINE FROM WS-STAT-SEP-LINE                        00008620
               AFTER ADVANCING 1 LINE.                                  00008630
                                                                        00008640
           MOVE WS-OVERRIDE-TOTAL TO WS-STAT-COUNT-ED.                  00008650
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008660
           STRING 'OPERATOR OVERRIDES: ' DELIMITED BY SIZE              00008670
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008680
               INTO WS-STAT-LINE-WORK.                                  00008690
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008700
               AFTER ADVANCING 1 LINE.                                  00008710
                                                                        00008720
           MOVE WS-REFUSAL-TOTAL TO WS-STAT-COUNT-ED.                   00008730
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008740
           STRING 'RUNS REFUSED      : ' DELIMITED BY SIZE              00008750
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008760
               INTO WS-STAT-LINE-WORK.                                  00008770
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008780
               AFTER ADVANCING 1 LINE.                                  00008790
                                                                        00008800
           WRITE STAT-LINE FROM WS-STAT-SEP-LINE                        00008810
               AFTER ADVANCING 1 LINE.                                  00008820
                                                                        00008830
           MOVE WS-HANDOFF-CHECKED TO WS-STAT-COUNT-ED.                 00008840
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008850
           STRING 'HANDOFFS CHECKED  : ' DELIMITED BY SIZE              00008860
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008870
               INTO WS-STAT-LINE-WORK.                                  00008880
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008890
               AFTER ADVANCING 1 LINE.                                  00008900
                                                                        00008910
           MOVE WS-HANDOFF-MISMATCH TO WS-STAT-COUNT-ED.                00008920
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00008930
           STRING 'HANDOFF MISMATCHES: ' DELIMITED BY SIZE              00008940
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00008950
               INTO WS-STAT-LINE-WORK.                                  00008960
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00008970
               AFTER ADVANCING 1 LINE.                                  00008980
                                                                        00008990
           MOVE WS-HANDOFF-UNCHECKED TO WS-STAT-COUNT-ED.               00009000
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00009010
           STRING 'NOT CHECKED       : ' DELIMITED BY SIZE              00009020
                  WS-STAT-COUNT-ED       DELIMITED BY SIZE              00009030
               INTO WS-STAT-LINE-WORK.                                  00009040
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00009050
               AFTER ADVANCING 1 LINE.                                  00009060
                                                                        00009070
           WRITE STAT-LINE FROM WS-STAT-SEP-LINE                        00009080
               AFTER ADVANCING 1 LINE.                                  00009090
                                                                        00009100
           MOVE SPACES TO WS-STAT-LINE-WORK.                            00009110
           STRING 'STREAM STATUS     : ' DELIMITED BY SIZE              00009120
                  WS-STAT-STREAM-RESULT  DELIMITED BY SIZE              00009130
               INTO WS-STAT-LINE-WORK.                                  00009140
           WRITE STAT-LINE FROM WS-STAT-LINE-WORK                       00009150
               AFTER ADVANCING 1 LINE.                                  00009160
