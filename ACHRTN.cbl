       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ACHRTN.                                              00000020
      ***************************************************************** 00000030
      *  Programmer.:ANDREW BARTSCH                                     00000040
      *  Date.......:10/15/2026                                         00000050
      *  GitHub URL.:                                                   00000060
      *  Description:AUTOPAY RETURNS. READS THE BANK'S ACH RETURN       00000070
      *              FILE AND TURNS EVERY RETURNED AUTOPAY DRAFT INTO   00000080
      *              A PAYPOST TYPE R REVERSAL (TENDER A) SO IT GETS    00000090
      *              THE SAME TREATMENT AS A BOUNCED CHECK - THE        00000100
      *              RECEIPT BACKED OUT AND THE RETURNED-ITEM FEE       00000110
      *              ASSESSED. AN ACCOUNT WITH A SECOND RETURN IN       00000120
      *              TWELVE MONTHS, OR ANY RETURN MEANING THE BANK      00000130
      *              ACCOUNT IS CLOSED, INVALID OR NOT AUTHORIZED, IS   00000140
      *              DROPPED FROM AUTOPAY. A RETURNED PRE-NOTE TAKES    00000150
      *              THE ENROLLMENT BACK OFF. PRINTS A LISTING WITH     00000160
      *              THE FILE'S CONTROL TOTALS PROVED. A RETURNED       00000170
      *              DRAFT IS FOUND ON ACHDRAFT'S DRAFT LOG BY ITS      00000180
      *              ORIGINAL TRACE NUMBER AND REVERSED UNDER THAT      00000190
      *              DRAFT'S EFFECTIVE DATE; ONE NOT ON THE LOG IS      00000200
      *              LISTED AND LEFT FOR THE BILLING OFFICE.            00000210
      ***************************************************************** 00000220
       ENVIRONMENT DIVISION.                                            00000230
       INPUT-OUTPUT SECTION.                                            00000240
       FILE-CONTROL.                                                    00000250
      ***************************************************************** 00000260
      * ACH RETURN FILE FROM THE BANK                                   00000270
      ***************************************************************** 00000280
           SELECT ACH-FILE ASSIGN TO "ACHRTN.DAT"                       00000290
               ORGANIZATION IS LINE SEQUENTIAL                          00000300
               FILE STATUS IS WS-ACH-STATUS.                            00000310
      ***************************************************************** 00000320
      * CUSTOMER MASTER - READ BY KEY, AUTOPAY STATUS REWRITTEN         00000330
      ***************************************************************** 00000340
           SELECT CUSTMAS-FILE ASSIGN TO "CUSTMAS.DAT"                  00000350
               ORGANIZATION IS INDEXED                                  00000360
               ACCESS MODE IS RANDOM                                    00000370
               RECORD KEY IS CM-ACCOUNT-NO                              00000380
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000390
      ***************************************************************** 00000400
      * PAYMENTS TRANSACTION FILE - REVERSALS APPENDED FOR PAYPOST      00000410
      ***************************************************************** 00000420
           SELECT PAYTRAN-FILE ASSIGN TO "PAYMENTS.DAT"                 00000430
               ORGANIZATION IS LINE SEQUENTIAL                          00000440
               FILE STATUS IS WS-PAYTRAN-STATUS.                        00000450
      ***************************************************************** 00000460
      * AUTOPAY DRAFT LOG - EVERY ENTRY ACHDRAFT HAS SENT               00000470
      ***************************************************************** 00000480
           SELECT DLOG-FILE ASSIGN TO "ACHDLOG.DAT"                     00000490
               ORGANIZATION IS LINE SEQUENTIAL                          00000500
               FILE STATUS IS WS-DLOG-STATUS.                           00000510
      ***************************************************************** 00000520
      * AUTOPAY RETURNS LISTING                                         00000530
      ***************************************************************** 00000540
           SELECT ACHT-FILE ASSIGN TO "ACHRTN.PRT"                      00000550
               ORGANIZATION IS LINE SEQUENTIAL                          00000560
               FILE STATUS IS WS-ACHT-STATUS.                           00000570
       DATA DIVISION.                                                   00000580
       FILE SECTION.                                                    00000590
      ***************************************************************** 00000600
      * ACH-FILE - ACH RETURN FILE (SEE COPYBOOKS/ACHREC.CPY)           00000610
      ***************************************************************** 00000620
       FD  ACH-FILE.                                                    00000630
           COPY ACHREC.                                                 00000640
      ***************************************************************** 00000650
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000660
      ***************************************************************** 00000670
       FD  CUSTMAS-FILE.                                                00000680
           COPY CUSTMAS.                                                00000690
      ***************************************************************** 00000700
      * PAYTRAN-FILE - PAYMENTS (SEE COPYBOOKS/PAYTRAN.CPY)             00000710
      ***************************************************************** 00000720
       FD  PAYTRAN-FILE.                                                00000730
           COPY PAYTRAN.                                                00000740
      ***************************************************************** 00000750
      * DLOG-FILE - DRAFT LOG (SEE COPYBOOKS/ACHDLOG.CPY)               00000760
      ***************************************************************** 00000770
       FD  DLOG-FILE.                                                   00000780
           COPY ACHDLOG.                                                00000790
      ***************************************************************** 00000800
      * ACHT-FILE - RETURNS LISTING (SEE COPYBOOKS/ACHRTRPT.CPY)        00000810
      ***************************************************************** 00000820
       FD  ACHT-FILE.                                                   00000830
           COPY ACHRTRPT.                                               00000840
       WORKING-STORAGE SECTION.                                         00000850
                                                                        00000860
      ***************************************************************** 00000870
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00000880
      ***************************************************************** 00000890
       01  WS-ACH-STATUS            PIC X(2)     VALUE SPACES.          00000900
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00000910
       01  WS-PAYTRAN-STATUS        PIC X(2)     VALUE SPACES.          00000920
       01  WS-DLOG-STATUS           PIC X(2)     VALUE SPACES.          00000930
       01  WS-ACHT-STATUS           PIC X(2)     VALUE SPACES.          00000940
       01  WS-EOF-SWITCHES.                                             00000950
           05  WS-ACH-EOF-SW        PIC X(1)     VALUE 'N'.             00000960
               88  ACH-EOF                       VALUE 'Y'.             00000970
           05  WS-DLOG-EOF-SW       PIC X(1)     VALUE 'N'.             00000980
               88  DLOG-EOF                      VALUE 'Y'.             00000990
       01  WS-MASTER-FOUND-SW       PIC X(1)     VALUE 'N'.             00001000
           88  MASTER-FOUND                      VALUE 'Y'.             00001010
       01  WS-DRAFT-FOUND-SW        PIC X(1)     VALUE 'N'.             00001020
           88  DRAFT-FOUND                       VALUE 'Y'.             00001030
       01  WS-ENTRY-HELD-SW         PIC X(1)     VALUE 'N'.             00001040
           88  ENTRY-HELD                        VALUE 'Y'.             00001050
                                                                        00001060
      ***************************************************************** 00001070
      * RUN DATE FOR THE LISTING AND THE TWELVE-MONTH RETURN TEST       00001080
      ***************************************************************** 00001090
       01  WS-RUN-DATE              PIC 9(8)     VALUE 0.               00001100
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.                         00001110
           05  WS-RUN-DATE-CCYY     PIC 9(4).                           00001120
           05  WS-RUN-DATE-MM       PIC 9(2).                           00001130
           05  WS-RUN-DATE-DD       PIC 9(2).                           00001140
       01  WS-RUN-DATE-ED           PIC X(10)    VALUE SPACES.          00001150
                                                                        00001160
      ***************************************************************** 00001170
      * TWELVE-MONTH RETURN TEST. DATES ARE COMPARED AS 30-DAY-MONTH    00001180
      * SERIAL DAYS (CCYY*360 + (MM-1)*30 + DD), SO TWELVE MONTHS IS    00001190
      * 360 DAYS.                                                       00001200
      ***************************************************************** 00001210
       01  WS-RETURN-WINDOW-DAYS    PIC 9(3)     VALUE 360.             00001220
       01  WS-LAST-RTN-DATE         PIC 9(8)     VALUE 0.               00001230
       01  WS-LAST-RTN-DATE-R REDEFINES WS-LAST-RTN-DATE.               00001240
           05  WS-LAST-RTN-CCYY     PIC 9(4).                           00001250
           05  WS-LAST-RTN-MM       PIC 9(2).                           00001260
           05  WS-LAST-RTN-DD       PIC 9(2).                           00001270
       01  WS-RUN-SERIAL            PIC 9(7)     VALUE 0.               00001280
       01  WS-LAST-RTN-SERIAL       PIC 9(7)     VALUE 0.               00001290
                                                                        00001300
      ***************************************************************** 00001310
      * RETURN REASON CODES THAT MEAN THE BANK ACCOUNT CANNOT BE        00001320
      * DRAFTED AGAIN - CLOSED, NOT FOUND, INVALID, NOT AUTHORIZED,     00001330
      * FROZEN OR NON-TRANSACTION. THESE DROP THE ACCOUNT AT ONCE.      00001340
      ***************************************************************** 00001350
       01  WS-RETURN-REASON         PIC X(3)     VALUE SPACES.          00001360
           88  RETURN-ACCOUNT-UNUSABLE                                  00001370
                   VALUES 'R02' 'R03' 'R04' 'R07' 'R10' 'R16' 'R20'.    00001380
                                                                        00001390
      ***************************************************************** 00001400
      * THE ENTRY DETAIL BEING HELD FOR ITS RETURN ADDENDA              00001410
      ***************************************************************** 00001420
       01  WS-HELD-ACCOUNT-X        PIC X(6)     VALUE SPACES.          00001430
       01  WS-HELD-ACCOUNT-NO REDEFINES WS-HELD-ACCOUNT-X               00001440
                                    PIC 9(6).                           00001450
       01  WS-HELD-AMOUNT           PIC 9(8)V99  VALUE 0.               00001460
       01  WS-HELD-NAME             PIC X(22)    VALUE SPACES.          00001470
       01  WS-RETURN-TRACE          PIC X(15)    VALUE SPACES.          00001480
       01  WS-DRAFT-EFFECTIVE-DATE  PIC 9(8)     VALUE 0.               00001490
       01  WS-RETURN-RESULT         PIC X(24)    VALUE SPACES.          00001500
                                                                        00001510
      ***************************************************************** 00001520
      * CONTROL TOTALS CARRIED ON THE RETURN FILE, PROVED AGAINST THE   00001530
      * ENTRIES ACTUALLY READ                                           00001540
      ***************************************************************** 00001550
       01  WS-BATCH-CTL-COUNT       PIC 9(8)     VALUE 0.               00001560
       01  WS-BATCH-CTL-TOTAL       PIC 9(10)V99 VALUE 0.               00001570
       01  WS-FILE-CTL-COUNT        PIC 9(8)     VALUE 0.               00001580
       01  WS-FILE-CTL-TOTAL        PIC 9(10)V99 VALUE 0.               00001590
       01  WS-FILE-CTL-SW           PIC X(1)     VALUE 'N'.             00001600
           88  FILE-CONTROL-READ                 VALUE 'Y'.             00001610
                                                                        00001620
      ***************************************************************** 00001630
      * RUN TOTALS FOR THE LISTING SUMMARY                              00001640
      ***************************************************************** 00001650
       01  WS-ENTRY-COUNT           PIC 9(8)     VALUE 0.               00001660
       01  WS-ENTRY-TOTAL           PIC 9(10)V99 VALUE 0.               00001670
       01  WS-DRAFT-RTN-COUNT       PIC 9(5)     VALUE 0.               00001680
       01  WS-DRAFT-RTN-TOTAL       PIC 9(10)V99 VALUE 0.               00001690
       01  WS-PRENOTE-RTN-COUNT     PIC 9(5)     VALUE 0.               00001700
       01  WS-DROPPED-COUNT         PIC 9(5)     VALUE 0.               00001710
       01  WS-NOT-ON-MASTER-COUNT   PIC 9(5)     VALUE 0.               00001720
       01  WS-NO-DRAFT-COUNT        PIC 9(5)     VALUE 0.               00001730
       01  WS-SKIPPED-COUNT         PIC 9(5)     VALUE 0.               00001740
       01  WS-CONTROL-STATUS        PIC X(14)    VALUE SPACES.          00001750
                                                                        00001760
      ***************************************************************** 00001770
      * EDITED FIELDS FOR THE RETURNS LISTING                           00001780
      ***************************************************************** 00001790
       01  WS-ACHT-ACCT-ED          PIC ZZZZZ9.                         00001800
       01  WS-ACHT-AMT-ED           PIC ZZZ,ZZ9.99.                     00001810
       01  WS-ACHT-TOT-ED           PIC Z,ZZZ,ZZZ,ZZ9.99.               00001820
       01  WS-ACHT-COUNT-ED         PIC ZZ,ZZ9.                         00001830
                                                                        00001840
      ***************************************************************** 00001850
      * RETURNS LISTING LINE LAYOUTS                                    00001860
      ***************************************************************** 00001870
       01  WS-ACHT-LINE-WORK        PIC X(80)    VALUE SPACES.          00001880
       01  WS-ACHT-SEP-LINE         PIC X(80)    VALUE ALL '-'.         00001890
       01  WS-ACHT-COL-HDR-LINE.                                        00001900
           05  FILLER PIC X(9)  VALUE 'ACCOUNT  '.                      00001910
           05  FILLER PIC X(24) VALUE 'NAME ON ENTRY           '.       00001920
           05  FILLER PIC X(13) VALUE '    AMOUNT   '.                  00001930
           05  FILLER PIC X(8)  VALUE 'REASON  '.                       00001940
           05  FILLER PIC X(24) VALUE 'RESULT'.                         00001950
                                                                        00001960
      ***************************************************************** 00001970
      * IT'S GO TIME!                                                   00001980
      ***************************************************************** 00001990
       PROCEDURE DIVISION.                                              00002000
                                                                        00002010
      ***************************************************************** 00002020
      * MAINLINE - READ THE RETURN FILE, REVERSE EACH RETURNED DRAFT,   00002030
      * PROVE THE FILE'S CONTROL TOTALS, STOP.                          00002040
      ***************************************************************** 00002050
       000-MAIN.                                                        00002060
           DISPLAY '**************************************'.            00002070
           DISPLAY '*** ACHRTN - AUTOPAY DRAFT RETURNS ***'.            00002080
           DISPLAY '**************************************'.            00002090
           DISPLAY ' '.                                                 00002100
                                                                        00002110
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00002120
           STRING WS-RUN-DATE-MM   DELIMITED BY SIZE                    00002130
                  '/'              DELIMITED BY SIZE                    00002140
                  WS-RUN-DATE-DD   DELIMITED BY SIZE                    00002150
                  '/'              DELIMITED BY SIZE                    00002160
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00002170
               INTO WS-RUN-DATE-ED.                                     00002180
           COMPUTE WS-RUN-SERIAL = WS-RUN-DATE-CCYY * 360               00002190
               + (WS-RUN-DATE-MM - 1) * 30 + WS-RUN-DATE-DD.            00002200
                                                                        00002210
           OPEN INPUT ACH-FILE.                                         00002220
           IF WS-ACH-STATUS NOT = '00'                                  00002230
               DISPLAY 'UNABLE TO OPEN ACH-FILE, STATUS: '              00002240
                   WS-ACH-STATUS                                        00002250
               STOP RUN                                                 00002260
           END-IF.                                                      00002270
                                                                        00002280
           OPEN I-O CUSTMAS-FILE.                                       00002290
           IF WS-CUSTMAS-STATUS NOT = '00'                              00002300
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00002310
                   WS-CUSTMAS-STATUS                                    00002320
               STOP RUN                                                 00002330
           END-IF.                                                      00002340
                                                                        00002350
           OPEN EXTEND PAYTRAN-FILE.                                    00002360
           IF WS-PAYTRAN-STATUS = '35'                                  00002370
               OPEN OUTPUT PAYTRAN-FILE                                 00002380
           END-IF.                                                      00002390
           IF WS-PAYTRAN-STATUS NOT = '00'                              00002400
               DISPLAY 'UNABLE TO OPEN PAYTRAN-FILE, STATUS: '          00002410
                   WS-PAYTRAN-STATUS                                    00002420
               STOP RUN                                                 00002430
           END-IF.                                                      00002440
                                                                        00002450
           OPEN OUTPUT ACHT-FILE.                                       00002460
           IF WS-ACHT-STATUS NOT = '00'                                 00002470
               DISPLAY 'UNABLE TO OPEN ACHT-FILE, STATUS: '             00002480
                   WS-ACHT-STATUS                                       00002490
               STOP RUN                                                 00002500
           END-IF.                                                      00002510
                                                                        00002520
           PERFORM 810-WRITE-LISTING-HEADERS.                           00002530
                                                                        00002540
           PERFORM UNTIL ACH-EOF                                        00002550
               READ ACH-FILE                                            00002560
                   AT END                                               00002570
                       SET ACH-EOF TO TRUE                              00002580
                   NOT AT END                                           00002590
                       PERFORM 100-PROCESS-ACH-RECORD                   00002600
               END-READ                                                 00002610
           END-PERFORM.                                                 00002620
           IF ENTRY-HELD                                                00002630
               PERFORM 150-SKIP-HELD-ENTRY                              00002640
           END-IF.                                                      00002650
                                                                        00002660
           PERFORM 900-WRITE-LISTING-SUMMARY.                           00002670
                                                                        00002680
           CLOSE ACH-FILE.                                              00002690
           CLOSE CUSTMAS-FILE.                                          00002700
           CLOSE PAYTRAN-FILE.                                          00002710
           CLOSE ACHT-FILE.                                             00002720
           STOP RUN.                                                    00002730
                                                                        00002740
      ***************************************************************** 00002750
      * Route one return file record. An entry detail is held until     00002760
      * its addenda arrives, since the addenda carries the return       00002770
      * reason; the batch and file controls are kept for the proof.     00002780
      * File and batch headers carry nothing we need.                   00002790
      ***************************************************************** 00002800
       100-PROCESS-ACH-RECORD.                                          00002810
           EVALUATE TRUE                                                00002820
               WHEN ACH-TYPE-ENTRY-DETAIL                               00002830
                   IF ENTRY-HELD                                        00002840
                       PERFORM 150-SKIP-HELD-ENTRY                      00002850
                   END-IF                                               00002860
                   ADD 1 TO WS-ENTRY-COUNT                              00002870
                   ADD ACH-ED-AMOUNT TO WS-ENTRY-TOTAL                  00002880
                   MOVE ACH-ED-INDIVIDUAL-ID (1:6) TO WS-HELD-ACCOUNT-X 00002890
                   MOVE ACH-ED-AMOUNT     TO WS-HELD-AMOUNT             00002900
                   MOVE ACH-ED-INDIV-NAME TO WS-HELD-NAME               00002910
                   SET ENTRY-HELD TO TRUE                               00002920
               WHEN ACH-TYPE-ADDENDA                                    00002930
                   IF ENTRY-HELD                                        00002940
                       MOVE 'N' TO WS-ENTRY-HELD-SW                     00002950
                       IF ACH-AD-RETURN                                 00002960
                           MOVE ACH-AD-RETURN-REASON                    00002970
                               TO WS-RETURN-REASON                      00002980
                           MOVE ACH-AD-ORIG-TRACE                       00002990
                               TO WS-RETURN-TRACE                       00003000
                           PERFORM 200-PROCESS-RETURN                   00003010
                       ELSE                                             00003020
                           MOVE SPACES TO WS-RETURN-REASON              00003030
                           PERFORM 160-LIST-SKIPPED-ENTRY               00003040
                       END-IF                                           00003050
                   END-IF                                               00003060
               WHEN ACH-TYPE-BATCH-CONTROL                              00003070
                   IF ENTRY-HELD                                        00003080
                       PERFORM 150-SKIP-HELD-ENTRY                      00003090
                   END-IF                                               00003100
                   ADD ACH-BC-ENTRY-COUNT  TO WS-BATCH-CTL-COUNT        00003110
                   ADD ACH-BC-TOTAL-DEBIT  TO WS-BATCH-CTL-TOTAL        00003120
                   ADD ACH-BC-TOTAL-CREDIT TO WS-BATCH-CTL-TOTAL        00003130
               WHEN ACH-TYPE-FILE-CONTROL                               00003140
                   IF NOT FILE-CONTROL-READ                             00003150
                       SET FILE-CONTROL-READ TO TRUE                    00003160
                       MOVE ACH-FC-ENTRY-COUNT  TO WS-FILE-CTL-COUNT    00003170
                       MOVE ACH-FC-TOTAL-DEBIT  TO WS-FILE-CTL-TOTAL    00003180
                       ADD ACH-FC-TOTAL-CREDIT  TO WS-FILE-CTL-TOTAL    00003190
                   END-IF                                               00003200
               WHEN OTHER                                               00003210
                   CONTINUE                                             00003220
           END-EVALUATE.                                                00003230
                                                                        00003240
      ***************************************************************** 00003250
      * An entry came with no return addenda - nothing says why it      00003260
      * came back, so it is listed for the billing office, not acted    00003270
      * on.                                                             00003280
      ***************************************************************** 00003290
       150-SKIP-HELD-ENTRY.                                             00003300
           MOVE 'N' TO WS-ENTRY-HELD-SW.                                00003310
           MOVE SPACES TO WS-RETURN-REASON.                             00003320
           PERFORM 160-LIST-SKIPPED-ENTRY.                              00003330
                                                                        00003340
      ***************************************************************** 00003350
      * List an entry that is not a return (a notification of change,   00003360
      * or an entry with no addenda) and count it skipped.              00003370
      ***************************************************************** 00003380
       160-LIST-SKIPPED-ENTRY.                                          00003390
           ADD 1 TO WS-SKIPPED-COUNT.                                   00003400
           MOVE 'SKIPPED - NOT A RETURN' TO WS-RETURN-RESULT.           00003410
           PERFORM 560-WRITE-DETAIL-LINE.                               00003420
                                                                        00003430
      ***************************************************************** 00003440
      * Act on one returned entry. A zero-dollar entry is our pre-note  00003450
      * coming back: the bank account is no good, so the enrollment     00003460
      * is taken off and the customer must re-enroll through CUSTMNT.   00003470
      * A returned draft becomes a PAYPOST reversal carrying the        00003480
      * draft's effective date and amount - the receipt ACHDRAFT        00003490
      * wrote - and counts toward dropping the account from autopay.    00003500
      * The draft is looked up on the draft log by the original trace   00003510
      * number the return carries; a return that matches no draft       00003520
      * for this account is listed for the billing office and not       00003530
      * acted on.                                                       00003540
      ***************************************************************** 00003550
       200-PROCESS-RETURN.                                              00003560
           MOVE 'N' TO WS-MASTER-FOUND-SW.                              00003570
           IF WS-HELD-ACCOUNT-X IS NUMERIC                              00003580
               MOVE WS-HELD-ACCOUNT-NO TO CM-ACCOUNT-NO                 00003590
               READ CUSTMAS-FILE                                        00003600
                   INVALID KEY                                          00003610
                       CONTINUE                                         00003620
                   NOT INVALID KEY                                      00003630
                       SET MASTER-FOUND TO TRUE                         00003640
               END-READ                                                 00003650
           END-IF.                                                      00003660
           IF NOT MASTER-FOUND                                          00003670
               ADD 1 TO WS-NOT-ON-MASTER-COUNT                          00003680
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-RETURN-RESULT         00003690
           ELSE                                                         00003700
               IF WS-HELD-AMOUNT = 0                                    00003710
                   MOVE 'N' TO CM-AUTOPAY-STATUS                        00003720
                   REWRITE CM-CUSTOMER-RECORD                           00003730
                   ADD 1 TO WS-PRENOTE-RTN-COUNT                        00003740
                   MOVE 'PRE-NOTE RETURNED' TO WS-RETURN-RESULT         00003750
               ELSE                                                     00003760
                   PERFORM 205-FIND-DRAFT                               00003770
                   IF DRAFT-FOUND                                       00003780
                       PERFORM 210-REVERSE-DRAFT                        00003790
                   ELSE                                                 00003800
                       ADD 1 TO WS-NO-DRAFT-COUNT                       00003810
                       MOVE 'NO MATCHING DRAFT' TO WS-RETURN-RESULT     00003820
                   END-IF                                               00003830
               END-IF                                                   00003840
           END-IF.                                                      00003850
           PERFORM 560-WRITE-DETAIL-LINE.                               00003860
                                                                        00003870
      ***************************************************************** 00003880
      * Find the returned draft on the draft log: the entry sent        00003890
      * under the original trace number, drafted against this same      00003900
      * account. Its effective date is the date the receipt posted      00003910
      * under, which the reversal has to carry for PAYPOST to match     00003920
      * it.                                                             00003930
      ***************************************************************** 00003940
       205-FIND-DRAFT.                                                  00003950
           MOVE 'N' TO WS-DRAFT-FOUND-SW.                               00003960
           MOVE 0 TO WS-DRAFT-EFFECTIVE-DATE.                           00003970
           OPEN INPUT DLOG-FILE.                                        00003980
           IF WS-DLOG-STATUS = '00'                                     00003990
               MOVE 'N' TO WS-DLOG-EOF-SW                               00004000
               PERFORM UNTIL DLOG-EOF OR DRAFT-FOUND                    00004010
                   READ DLOG-FILE                                       00004020
                       AT END                                           00004030
                           SET DLOG-EOF TO TRUE                         00004040
                       NOT AT END                                       00004050
                           IF DL-TRACE-NO = WS-RETURN-TRACE             00004060
                                   AND DL-ACCOUNT-NO = CM-ACCOUNT-NO    00004070
                                   AND DL-ENTRY-DRAFT                   00004080
                               SET DRAFT-FOUND TO TRUE                  00004090
                               MOVE DL-EFFECTIVE-DATE                   00004100
                                   TO WS-DRAFT-EFFECTIVE-DATE           00004110
                           END-IF                                       00004120
                   END-READ                                             00004130
               END-PERFORM                                              00004140
               CLOSE DLOG-FILE                                          00004150
           END-IF.                                                      00004160
                                                                        00004170
      ***************************************************************** 00004180
      * Write the reversal for PAYPOST and decide whether the account   00004190
      * stays on autopay: a return that says the bank account cannot    00004200
      * be drafted drops it now, any other return drops it if the       00004210
      * account already had a return within the last twelve months.     00004220
      ***************************************************************** 00004230
       210-REVERSE-DRAFT.                                               00004240
           MOVE CM-ACCOUNT-NO        TO PAY-ACCOUNT-NO.                 00004250
           MOVE WS-DRAFT-EFFECTIVE-DATE TO PAY-PAYMENT-DATE.            00004260
           MOVE WS-HELD-AMOUNT       TO PAY-AMOUNT.                     00004270
           MOVE 'A'                  TO PAY-TENDER-TYPE.                00004280
           MOVE 'R'                  TO PAY-RECORD-TYPE.                00004290
           WRITE PAY-PAYMENT-RECORD.                                    00004300
           ADD 1 TO WS-DRAFT-RTN-COUNT.                                 00004310
           ADD WS-HELD-AMOUNT TO WS-DRAFT-RTN-TOTAL.                    00004320
           MOVE 'DRAFT REVERSED' TO WS-RETURN-RESULT.                   00004330
                                                                        00004340
           IF RETURN-ACCOUNT-UNUSABLE                                   00004350
               MOVE 'D' TO CM-AUTOPAY-STATUS                            00004360
           ELSE                                                         00004370
               IF CM-AUTOPAY-RTN-DATE IS NUMERIC                        00004380
                       AND CM-AUTOPAY-RTN-DATE > 0                      00004390
                   MOVE CM-AUTOPAY-RTN-DATE TO WS-LAST-RTN-DATE         00004400
                   COMPUTE WS-LAST-RTN-SERIAL =                         00004410
                       WS-LAST-RTN-CCYY * 360                           00004420
                       + (WS-LAST-RTN-MM - 1) * 30 + WS-LAST-RTN-DD     00004430
                   IF WS-RUN-SERIAL - WS-LAST-RTN-SERIAL                00004440
                           NOT > WS-RETURN-WINDOW-DAYS                  00004450
                       MOVE 'D' TO CM-AUTOPAY-STATUS                    00004460
                   END-IF                                               00004470
               END-IF                                                   00004480
           END-IF.                                                      00004490
           IF CM-AUTOPAY-DROPPED                                        00004500
               ADD 1 TO WS-DROPPED-COUNT                                00004510
               MOVE 'REVERSED - AUTOPAY DROPPED' TO WS-RETURN-RESULT    00004520
           END-IF.                                                      00004530
           MOVE WS-RUN-DATE TO CM-AUTOPAY-RTN-DATE.                     00004540
           REWRITE CM-CUSTOMER-RECORD.                                  00004550
                                                                        00004560
      ***************************************************************** 00004570
      * Write one listing detail line for the entry just handled.       00004580
      ***************************************************************** 00004590
       560-WRITE-DETAIL-LINE.                                           00004600
           MOVE ZERO TO WS-ACHT-ACCT-ED.                                00004610
           IF WS-HELD-ACCOUNT-X IS NUMERIC                              00004620
               MOVE WS-HELD-ACCOUNT-NO TO WS-ACHT-ACCT-ED               00004630
           END-IF.                                                      00004640
           MOVE WS-HELD-AMOUNT TO WS-ACHT-AMT-ED.                       00004650
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00004660
           STRING WS-ACHT-ACCT-ED  DELIMITED BY SIZE                    00004670
                  '   '            DELIMITED BY SIZE                    00004680
                  WS-HELD-NAME     DELIMITED BY SIZE                    00004690
                  '  '             DELIMITED BY SIZE                    00004700
                  WS-ACHT-AMT-ED   DELIMITED BY SIZE                    00004710
                  '   '            DELIMITED BY SIZE                    00004720
                  WS-RETURN-REASON DELIMITED BY SIZE                    00004730
                  '     '          DELIMITED BY SIZE                    00004740
                  WS-RETURN-RESULT DELIMITED BY SIZE                    00004750
               INTO WS-ACHT-LINE-WORK.                                  00004760
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00004770
               AFTER ADVANCING 1 LINE.                                  00004780
                                                                        00004790
      ***************************************************************** 00004800
      * Write the listing's one-time title and column header (no        00004810
      * pagination - a day's returns fit a page).                       00004820
      ***************************************************************** 00004830
       810-WRITE-LISTING-HEADERS.                                       00004840
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00004850
           STRING 'ACHRTN AUTOPAY RETURNS LISTING' DELIMITED BY SIZE    00004860
                  '      RUN DATE: '               DELIMITED BY SIZE    00004870
                  WS-RUN-DATE-ED                   DELIMITED BY SIZE    00004880
               INTO WS-ACHT-LINE-WORK.                                  00004890
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00004900
               AFTER ADVANCING PAGE.                                    00004910
           WRITE ACHT-LINE FROM WS-ACHT-SEP-LINE                        00004920
               AFTER ADVANCING 1 LINE.                                  00004930
           WRITE ACHT-LINE FROM WS-ACHT-COL-HDR-LINE                    00004940
               AFTER ADVANCING 1 LINE.                                  00004950
           WRITE ACHT-LINE FROM WS-ACHT-SEP-LINE                        00004960
               AFTER ADVANCING 1 LINE.                                  00004970
                                                                        00004980
      ***************************************************************** 00004990
      * Write the listing's control totals. The entries read must       00005000
      * agree with both the batch controls and the file control on      00005010
      * the return file, and every entry must be accounted for.         00005020
      ***************************************************************** 00005030
       900-WRITE-LISTING-SUMMARY.                                       00005040
           WRITE ACHT-LINE FROM WS-ACHT-SEP-LINE                        00005050
               AFTER ADVANCING 1 LINE.                                  00005060
                                                                        00005070
           MOVE WS-ENTRY-COUNT TO WS-ACHT-COUNT-ED.                     00005080
           MOVE WS-ENTRY-TOTAL TO WS-ACHT-TOT-ED.                       00005090
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005100
           STRING 'ENTRIES READ       : ' DELIMITED BY SIZE             00005110
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005120
                  '   AMOUNT: $'          DELIMITED BY SIZE             00005130
                  WS-ACHT-TOT-ED          DELIMITED BY SIZE             00005140
               INTO WS-ACHT-LINE-WORK.                                  00005150
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005160
               AFTER ADVANCING 1 LINE.                                  00005170
                                                                        00005180
           MOVE WS-DRAFT-RTN-COUNT TO WS-ACHT-COUNT-ED.                 00005190
           MOVE WS-DRAFT-RTN-TOTAL TO WS-ACHT-TOT-ED.                   00005200
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005210
           STRING 'DRAFTS REVERSED    : ' DELIMITED BY SIZE             00005220
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005230
                  '   AMOUNT: $'          DELIMITED BY SIZE             00005240
                  WS-ACHT-TOT-ED          DELIMITED BY SIZE             00005250
               INTO WS-ACHT-LINE-WORK.                                  00005260
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005270
               AFTER ADVANCING 1 LINE.                                  00005280
                                                                        00005290
           MOVE WS-PRENOTE-RTN-COUNT TO WS-ACHT-COUNT-ED.               00005300
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005310
           STRING 'PRE-NOTES RETURNED : ' DELIMITED BY SIZE             00005320
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005330
               INTO WS-ACHT-LINE-WORK.                                  00005340
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005350
               AFTER ADVANCING 1 LINE.                                  00005360
                                                                        00005370
           MOVE WS-DROPPED-COUNT TO WS-ACHT-COUNT-ED.                   00005380
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005390
           STRING 'AUTOPAY DROPPED    : ' DELIMITED BY SIZE             00005400
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005410
               INTO WS-ACHT-LINE-WORK.                                  00005420
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005430
               AFTER ADVANCING 1 LINE.                                  00005440
                                                                        00005450
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-ACHT-COUNT-ED.             00005460
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005470
           STRING 'NOT ON MASTER      : ' DELIMITED BY SIZE             00005480
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005490
               INTO WS-ACHT-LINE-WORK.                                  00005500
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005510
               AFTER ADVANCING 1 LINE.                                  00005520
                                                                        00005530
           MOVE WS-NO-DRAFT-COUNT TO WS-ACHT-COUNT-ED.                  00005540
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005550
           STRING 'NO MATCHING DRAFT  : ' DELIMITED BY SIZE             00005560
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005570
               INTO WS-ACHT-LINE-WORK.                                  00005580
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005590
               AFTER ADVANCING 1 LINE.                                  00005600
                                                                        00005610
           MOVE WS-SKIPPED-COUNT TO WS-ACHT-COUNT-ED.                   00005620
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005630
           STRING 'SKIPPED            : ' DELIMITED BY SIZE             00005640
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005650
               INTO WS-ACHT-LINE-WORK.                                  00005660
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005670
               AFTER ADVANCING 1 LINE.                                  00005680
                                                                        00005690
           MOVE WS-FILE-CTL-COUNT TO WS-ACHT-COUNT-ED.                  00005700
           MOVE WS-FILE-CTL-TOTAL TO WS-ACHT-TOT-ED.                    00005710
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005720
           STRING 'FILE CONTROL       : ' DELIMITED BY SIZE             00005730
                  WS-ACHT-COUNT-ED        DELIMITED BY SIZE             00005740
                  '   AMOUNT: $'          DELIMITED BY SIZE             00005750
                  WS-ACHT-TOT-ED          DELIMITED BY SIZE             00005760
               INTO WS-ACHT-LINE-WORK.                                  00005770
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005780
               AFTER ADVANCING 1 LINE.                                  00005790
                                                                        00005800
           IF FILE-CONTROL-READ                                         00005810
                   AND WS-ENTRY-COUNT = WS-FILE-CTL-COUNT               00005820
                   AND WS-ENTRY-COUNT = WS-BATCH-CTL-COUNT              00005830
                   AND WS-ENTRY-TOTAL = WS-FILE-CTL-TOTAL               00005840
                   AND WS-ENTRY-TOTAL = WS-BATCH-CTL-TOTAL              00005850
                   AND WS-ENTRY-COUNT = WS-DRAFT-RTN-COUNT              00005860
                       + WS-PRENOTE-RTN-COUNT + WS-NOT-ON-MASTER-COUNT  00005870
                       + WS-NO-DRAFT-COUNT                              00005880
                       + WS-SKIPPED-COUNT                               00005890
               MOVE 'IN BALANCE' TO WS-CONTROL-STATUS                   00005900
           ELSE                                                         00005910
               MOVE 'OUT OF BALANCE' TO WS-CONTROL-STATUS               00005920
           END-IF.                                                      00005930
           MOVE SPACES TO WS-ACHT-LINE-WORK.                            00005940
           STRING 'CONTROL STATUS     : ' DELIMITED BY SIZE             00005950
                  WS-CONTROL-STATUS       DELIMITED BY SIZE             00005960
               INTO WS-ACHT-LINE-WORK.                                  00005970
           WRITE ACHT-LINE FROM WS-ACHT-LINE-WORK                       00005980
               AFTER ADVANCING 1 LINE.                                  00005990
           WRITE ACHT-LINE FROM WS-ACHT-SEP-LINE                        00006000
               AFTER ADVANCING 1 LINE.                                  00006010
