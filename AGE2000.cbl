      *              PAYMENT ARRANGEMENT ARE KEPT OFF THE NOTICE FILE   00009999
      *              AND SHOWN IN THEIR OWN REPORT SECTION; DEFAULTED   00009999
      *              ARRANGEMENTS DUN WITH THE FULL BALANCE. AGES ARE   00009999
      *              FIGURED ON A 30-DAY COMMERCIAL MONTH. EACH         00009999
      *              NOTICE CARRIES THE MAILING ADDRESS FROM THE NAME   00009999
      *              AND ADDRESS FILE; AN ACCOUNT DUE A NOTICE WITH NO  00009999
      *              USABLE ADDRESS IS LISTED ON THE DUNNING ADDRESS    00009999
      *              EXCEPTION LISTING INSTEAD.                         00009999
      ***************************************************************** 00000170
       ENVIRONMENT DIVISION.                                            00000180
       INPUT-OUTPUT SECTION.                                            00000190
           SELECT ARRG-FILE ASSIGN TO "PAYARRG.DAT"                     00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-ARRG-STATUS.                           00009999
      ***************************************************************** 00009999
      * CUSTOMER NAME AND ADDRESS FILE MAINTAINED BY CUSTMNT            00009999
      ***************************************************************** 00009999
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00009999
               ORGANIZATION IS INDEXED                                  00009999
               ACCESS MODE IS RANDOM                                    00009999
               RECORD KEY IS NA-ACCOUNT-NO                              00009999
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00009999
      ***************************************************************** 00009999
      * DUNNING ADDRESS EXCEPTION LISTING                               00009999
      ***************************************************************** 00009999
           SELECT DUNEX-FILE ASSIGN TO "DUNEXCP.PRT"                    00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-DUNEX-STATUS.                          00009999
      ***************************************************************** 00000450
      * AGING/DELINQUENCY REPORT                                        00000460
      ***************************************************************** 00000470
           SELECT AGE-FILE ASSIGN TO "AGERPT.PRT"                       00000480
               ORGANIZATION IS LINE SEQUENTIAL                          00000490
               FILE STATUS IS WS-AGE-STATUS.                            00000500
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
       DATA DIVISION.                                                   00000510
       FILE SECTION.                                                    00000520
      ***************************************************************** 00000530
      ***************************************************************** 00009999
       FD  ARRG-FILE.                                                   00009999
           COPY PAYARRG.                                                00009999
      ***************************************************************** 00009999
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00009999
      ***************************************************************** 00009999
       FD  NAMEADDR-FILE.                                               00009999
           COPY NAMEADDR.                                               00009999
      ***************************************************************** 00009999
      * DUNEX-FILE - ADDRESS EXCEPTIONS (SEE COPYBOOKS/DUNEXCP.CPY)     00009999
      ***************************************************************** 00009999
       FD  DUNEX-FILE.                                                  00009999
           COPY DUNEXCP.                                                00009999
      ***************************************************************** 00000730
      * AGE-FILE - AGING REPORT (SEE COPYBOOKS/AGERPT.CPY)              00000740
      ***************************************************************** 00000750
       FD  AGE-FILE.                                                    00000760
           COPY AGERPT.                                                 00000770
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
       WORKING-STORAGE SECTION.                                         00000780
                                                                        00000790
      ***************************************************************** 00000800
       01  WS-BILLHIST-STATUS       PIC X(2)     VALUE SPACES.          00000840
       01  WS-AGECTL-STATUS         PIC X(2)     VALUE SPACES.          00000850
       01  WS-ARRG-STATUS           PIC X(2)     VALUE SPACES.          00009999
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00009999
       01  WS-DUNEX-STATUS          PIC X(2)     VALUE SPACES.          00009999
       01  WS-DUN-STATUS            PIC X(2)     VALUE SPACES.          00000860
       01  WS-AGE-STATUS            PIC X(2)     VALUE SPACES.          00000870
       01  WS-EOF-SWITCHES.                                             00000880
       01  WS-DUN-COUNT             PIC 9(5)     VALUE 0.               00001630
       01  WS-DUN-EXTRACT-SW        PIC X(1)     VALUE 'N'.             00001633
           88  DUN-EXTRACTED                     VALUE 'Y'.             00001636
       01  WS-DUNEX-COUNT           PIC 9(5)     VALUE 0.               00009999
       01  WS-DUN-ADDR-EXCP-SW      PIC X(1)     VALUE 'N'.             00009999
           88  DUN-ADDR-EXCEPTION                VALUE 'Y'.             00009999
       01  WS-TOT-RECEIVABLES       PIC 9(8)V99  VALUE 0.               00001640
       01  WS-TOT-AGE-CURRENT       PIC 9(8)V99  VALUE 0.               00001650
       01  WS-TOT-AGE-31-60         PIC 9(8)V99  VALUE 0.               00001660
       01  WS-TOT-AGE-61-90         PIC 9(8)V99  VALUE 0.               00001670
       01  WS-TOT-AGE-OVER-90       PIC 9(8)V99  VALUE 0.               00001680
                                                                        00009999
      ***************************************************************** 00009999
      * MAILING ADDRESS RESOLVED FROM THE NAME AND ADDRESS FILE FOR     00009999
      * THE ACCOUNT BEING DUNNED                                        00009999
      ***************************************************************** 00009999
       01  WS-MAIL-USABLE-SW        PIC X(1)     VALUE 'N'.             00009999
           88  MAIL-ADDR-USABLE                  VALUE 'Y'.             00009999
       01  WS-MAIL-ADDRESS.                                             00009999
           05  WS-MAIL-NAME         PIC X(40)    VALUE SPACES.          00009999
           05  WS-MAIL-LINE-1       PIC X(30)    VALUE SPACES.          00009999
           05  WS-MAIL-LINE-2       PIC X(30)    VALUE SPACES.          00009999
           05  WS-MAIL-CITY         PIC X(20)    VALUE SPACES.          00009999
           05  WS-MAIL-STATE        PIC X(2)     VALUE SPACES.          00009999
           05  WS-MAIL-ZIP          PIC X(5)     VALUE SPACES.          00009999
           05  WS-MAIL-ZIP-PLUS4    PIC X(4)     VALUE SPACES.          00009999
       01  WS-DUNEX-LINE-WORK       PIC X(80)    VALUE SPACES.          00009999
                                                                        00001690
      ***************************************************************** 00001700
      * EDITED FIELDS FOR THE AGING REPORT                              00001710
           05  FILLER PIC X(13) VALUE 'PAST DUE     '.                  00009999
           05  FILLER PIC X(10) VALUE 'STATUS    '.                     00009999
                                                                        00001960
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
       01  WS-THIS-STEP             PIC X(8)     VALUE 'AGE2000'.       00009999
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
      ***************************************************************** 00001970
      * IT'S GO TIME!                                                   00001980
      ***************************************************************** 00001990
                  '/'              DELIMITED BY SIZE                    00002170
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00002180
               INTO WS-RUN-DATE-ED.                                     00002190
                                                                        00009999
           PERFORM 050-CHECK-STREAM-ORDER.                              00009999
           PERFORM 060-LOG-STEP-START.                                  00009999
           MOVE WS-RUN-DATE TO WS-WORK-DATE.                            00002200
           PERFORM 150-DATE-TO-SERIAL.                                  00002210
           MOVE WS-WORK-DATE-SERIAL TO WS-RUN-DATE-SERIAL.              00002220
               CLOSE ARRG-FILE                                          00009999
           END-IF.                                                      00009999
                                                                        00002350
           OPEN I-O CUSTMAS-FILE.                                       00009999
           IF WS-CUSTMAS-STATUS NOT = '00'                              00002370
               DISPLAY 'UNABLE TO OPEN CUSTMAS-FILE, STATUS: '          00002380
                   WS-CUSTMAS-STATUS                                    00002390
               STOP RUN                                                 00002470
           END-IF.                                                      00002480
                                                                        00002490
           OPEN INPUT NAMEADDR-FILE.                                    00009999
           IF WS-NAMEADDR-STATUS NOT = '00'                             00009999
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00009999
                   WS-NAMEADDR-STATUS                                   00009999
               STOP RUN                                                 00009999
           END-IF.                                                      00009999
                                                                        00009999
           OPEN OUTPUT DUNEX-FILE.                                      00009999
           IF WS-DUNEX-STATUS NOT = '00'                                00009999
               DISPLAY 'UNABLE TO OPEN DUNEX-FILE, STATUS: '            00009999
                   WS-DUNEX-STATUS                                      00009999
               STOP RUN                                                 00009999
           END-IF.                                                      00009999
           OPEN OUTPUT AGE-FILE.                                        00002500
           IF WS-AGE-STATUS NOT = '00'                                  00002510
               DISPLAY 'UNABLE TO OPEN AGE-FILE, STATUS: '              00002520
           END-IF.                                                      00002680
                                                                        00002690
           PERFORM 810-WRITE-REPORT-HEADERS.                            00002700
           PERFORM 815-WRITE-EXCEPTION-HEADERS.                         00009999
                                                                        00002710
           PERFORM 700-READ-CUSTMAS.                                    00002720
           PERFORM UNTIL CUSTMAS-EOF                                    00002730
                                                                        00002770
           PERFORM 860-WRITE-ARRANGEMENT-SECTION.                       00009999
           PERFORM 900-WRITE-RECEIVABLES-ROLLUP.                        00002780
           PERFORM 950-WRITE-EXCEPTION-TOTALS.                          00009999
                                                                        00002790
           CLOSE CUSTMAS-FILE.                                          00002800
           CLOSE DUN-FILE.                                              00002810
           CLOSE NAMEADDR-FILE.                                         00009999
           CLOSE DUNEX-FILE.                                            00009999
           CLOSE AGE-FILE.                                              00002820
           PERFORM 090-LOG-STEP-END.                                    00009999
           STOP RUN.                                                    00002830
                                                                        00002840
      ***************************************************************** 00002850
      * Read the next customer master record, setting the EOF switch    00002860
      * when the file is exhausted. Each record read counts into the    00009999
      * master IN totals for the run log.                               00009999
      ***************************************************************** 00002880
       700-READ-CUSTMAS.                                                00002890
           READ CUSTMAS-FILE                                            00002900
               AT END                                                   00002910
                   SET CUSTMAS-EOF TO TRUE                              00002920
               NOT AT END                                               00009999
                   ADD 1 TO WS-LOG-RECORDS-IN                           00009999
                   COMPUTE WS-LOG-AMOUNT-IN = WS-LOG-AMOUNT-IN          00009999
                       + CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED     00009999
           END-READ.                                                    00002930
                                                                        00002940
      ***************************************************************** 00002950
                   COMPUTE WS-NEW-BILL-AGE =                            00003440
                       WS-RUN-DATE-SERIAL - WS-WORK-DATE-SERIAL         00003450
               END-IF                                                   00003460
      *        A BILL CANCELLED BY REBILL COMES BACK OUT OF THE LIST;   00009999
      *        THE CORRECTED BILL FILES UNDER THE SAME DATE             00009999
               IF BH-ENTRY-CANCEL                                       00009999
                   PERFORM 187-REMOVE-CANCELLED-BILL                    00009999
               ELSE                                                     00009999
                   IF WS-AGE-BILL-COUNT (WS-AGE-IDX) < 24               00009999
                       ADD 1 TO WS-AGE-BILL-COUNT (WS-AGE-IDX)          00009999
                       SET WS-AGB-IDX TO WS-AGE-BILL-COUNT (WS-AGE-IDX) 00009999
                       MOVE WS-AGE-BILL-TOTAL TO                        00009999
                           WS-AGE-BILL-AMT (WS-AGE-IDX WS-AGB-IDX)      00009999
                       MOVE WS-NEW-BILL-AGE TO                          00009999
                           WS-AGE-BILL-AGE (WS-AGE-IDX WS-AGB-IDX)      00009999
                   ELSE                                                 00009999
                       PERFORM 190-REPLACE-OLDEST-BILL                  00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00003580
                                                                        00003582
      ***************************************************************** 00009999
      * A cancel record (the reversal REBILL writes for a bill it       00009999
      * corrects) takes its amount back off the bill of the same age    00009999
      * already in this account's list. A bill that has already given   00009999
      * way to newer ones is left alone - nothing of it is dated.       00009999
      ***************************************************************** 00009999
       187-REMOVE-CANCELLED-BILL.                                       00009999
           PERFORM VARYING WS-AGB-SCAN FROM 1 BY 1                      00009999
                   UNTIL WS-AGB-SCAN >                                  00009999
                       WS-AGE-BILL-COUNT (WS-AGE-IDX)                   00009999
               IF WS-AGE-BILL-AGE (WS-AGE-IDX WS-AGB-SCAN) =            00009999
                       WS-NEW-BILL-AGE                                  00009999
                       AND WS-AGE-BILL-AMT (WS-AGE-IDX WS-AGB-SCAN) > 0 00009999
                   IF WS-AGE-BILL-AMT (WS-AGE-IDX WS-AGB-SCAN) >        00009999
                           WS-AGE-BILL-TOTAL                            00009999
                       SUBTRACT WS-AGE-BILL-TOTAL FROM                  00009999
                           WS-AGE-BILL-AMT (WS-AGE-IDX WS-AGB-SCAN)     00009999
                   ELSE                                                 00009999
                       MOVE 0 TO                                        00009999
                           WS-AGE-BILL-AMT (WS-AGE-IDX WS-AGB-SCAN)     00009999
                   END-IF                                               00009999
                   MOVE WS-AGE-BILL-COUNT (WS-AGE-IDX) TO WS-AGB-SCAN   00009999
               END-IF                                                   00009999
           END-PERFORM.                                                 00009999
                                                                        00009999
      ***************************************************************** 00003584
      * The bill list is full: the OLDEST entry gives way when the      00003586
      * incoming bill is newer, keeping the 24 newest bills on hand     00003588
               WS-ACCT-AGE-CURRENT + WS-ACCT-AGE-31-60                  00003840
                   + WS-ACCT-AGE-61-90 + WS-ACCT-AGE-OVER-90.           00003850
           IF WS-ACCT-TOTAL-DUE = 0                                     00003860
               PERFORM 287-CLEAR-FIRST-NOTICE                           00009999
           ELSE                                                         00003880
               ADD 1 TO WS-ACCT-COUNT                                   00003890
               ADD WS-ACCT-TOTAL-DUE    TO WS-TOT-RECEIVABLES           00003900
      * current bucket never counts toward the test. An account        00009999
      * current on an active payment arrangement is suppressed here;   00009999
      * a defaulted one is dunned with the full balance.                00009999
      * The notice is addressed from the name and address file; an      00009999
      * account with no usable address goes to the exception listing    00009999
      * instead of the notice file.                                     00009999
      * The first notice of the arrears is stamped on the master and    00009999
      * carried on every notice after it; an account that is no         00009999
      * longer dunned has the stamp cleared.                            00009999
      ***************************************************************** 00004940
       280-TEST-DUNNING-THRESHOLD.                                      00004950
           MOVE 0 TO WS-ACCT-PAST-DUE.                                  00004960
               END-IF                                                   00005070
           END-IF.                                                      00005080
           MOVE 'N' TO WS-DUN-EXTRACT-SW.                               00005082
           MOVE 'N' TO WS-DUN-ADDR-EXCP-SW.                             00009999
           PERFORM 285-CHECK-ARRANGEMENT.                               00009999
           IF NOT ARRG-SUPPRESSED                                       00009999
                   AND WS-ACCT-PAST-DUE >= WS-DUN-THRESHOLD             00009999
                   AND WS-ACCT-PAST-DUE > 0                             00005100
               PERFORM 290-RESOLVE-MAILING-ADDRESS                      00009999
               IF MAIL-ADDR-USABLE                                      00009999
                   SET DUN-EXTRACTED TO TRUE                            00009999
                   MOVE CM-ACCOUNT-NO       TO DN-ACCOUNT-NO            00009999
                   MOVE CM-CUST-NAME        TO DN-CUST-NAME             00009999
                   MOVE WS-ACCT-TOTAL-DUE   TO DN-TOTAL-DUE             00009999
                   MOVE WS-ACCT-PAST-DUE    TO DN-PAST-DUE              00009999
                   MOVE WS-ACCT-AGE-CURRENT TO DN-AGE-CURRENT           00009999
                   MOVE WS-ACCT-AGE-31-60   TO DN-AGE-31-60             00009999
                   MOVE WS-ACCT-AGE-61-90   TO DN-AGE-61-90             00009999
                   MOVE WS-ACCT-AGE-OVER-90 TO DN-AGE-OVER-90           00009999
                   MOVE WS-RUN-DATE         TO DN-RUN-DATE              00009999
                   MOVE WS-MAIL-NAME        TO DN-FULL-NAME             00009999
                   MOVE WS-MAIL-LINE-1      TO DN-MAIL-LINE-1           00009999
                   MOVE WS-MAIL-LINE-2      TO DN-MAIL-LINE-2           00009999
                   MOVE WS-MAIL-CITY        TO DN-MAIL-CITY             00009999
                   MOVE WS-MAIL-STATE       TO DN-MAIL-STATE            00009999
                   MOVE WS-MAIL-ZIP         TO DN-MAIL-ZIP              00009999
                   MOVE WS-MAIL-ZIP-PLUS4   TO DN-MAIL-ZIP-PLUS4        00009999
                   PERFORM 286-STAMP-FIRST-NOTICE                       00009999
                   WRITE DN-DUNNING-RECORD                              00009999
                   ADD 1 TO WS-DUN-COUNT                                00009999
               ELSE                                                     00009999
                   SET DUN-ADDR-EXCEPTION TO TRUE                       00009999
                   PERFORM 295-WRITE-ADDR-EXCEPTION                     00009999
               END-IF                                                   00009999
           END-IF.                                                      00005220
           IF NOT DUN-EXTRACTED AND NOT DUN-ADDR-EXCEPTION              00009999
               PERFORM 287-CLEAR-FIRST-NOTICE                           00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Test this account against its payment arrangement, if any.      00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00005230
      ***************************************************************** 00009999
      * Stamp the first notice of the account's arrears on the master   00009999
      * - tonight's date and past-due amount - unless an earlier        00009999
      * night already did, and carry it on tonight's notice, so         00009999
      * SVCORDR ages the disconnect grace period from the FIRST         00009999
      * notice and not from the one AGE2000 cuts again every night.     00009999
      ***************************************************************** 00009999
       286-STAMP-FIRST-NOTICE.                                          00009999
           IF CM-FIRST-NOTICE-DATE IS NOT NUMERIC                       00009999
                   OR CM-FIRST-NOTICE-AMT IS NOT NUMERIC                00009999
                   OR CM-FIRST-NOTICE-DATE = 0                          00009999
               MOVE WS-RUN-DATE      TO CM-FIRST-NOTICE-DATE            00009999
               MOVE WS-ACCT-PAST-DUE TO CM-FIRST-NOTICE-AMT             00009999
               REWRITE CM-CUSTOMER-RECORD                               00009999
           END-IF.                                                      00009999
           MOVE CM-FIRST-NOTICE-DATE TO DN-FIRST-NOTICE-DATE.           00009999
           MOVE CM-FIRST-NOTICE-AMT  TO DN-FIRST-NOTICE-AMT.            00009999
                                                                        00009999
      ***************************************************************** 00009999
      * The account is no longer past due enough to be dunned (paid     00009999
      * down below the threshold, current on an arrangement, or         00009999
      * nothing owing): clear the first-notice stamp, so the next       00009999
      * arrears start a fresh notice and a fresh grace period. An       00009999
      * account held back only for want of an address keeps it.         00009999
      ***************************************************************** 00009999
       287-CLEAR-FIRST-NOTICE.                                          00009999
           IF CM-FIRST-NOTICE-DATE IS NUMERIC                           00009999
                   AND CM-FIRST-NOTICE-DATE > 0                         00009999
               MOVE 0 TO CM-FIRST-NOTICE-DATE                           00009999
               MOVE 0 TO CM-FIRST-NOTICE-AMT                            00009999
               REWRITE CM-CUSTOMER-RECORD                               00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Look up this account on the name and address file and resolve   00009999
      * where its notice is mailed: the separate mailing address when   00009999
      * one is on file, otherwise the service address. The address      00009999
      * is usable only with a street, city, state and numeric zip.      00009999
      ***************************************************************** 00009999
       290-RESOLVE-MAILING-ADDRESS.                                     00009999
           MOVE 'N' TO WS-MAIL-USABLE-SW.                               00009999
           MOVE SPACES TO WS-MAIL-ADDRESS.                              00009999
           MOVE CM-ACCOUNT-NO TO NA-ACCOUNT-NO.                         00009999
           READ NAMEADDR-FILE                                           00009999
               INVALID KEY                                              00009999
                   CONTINUE                                             00009999
               NOT INVALID KEY                                          00009999
                   MOVE NA-FULL-NAME TO WS-MAIL-NAME                    00009999
                   IF NA-MAIL-LINE-1 = SPACES                           00009999
                       MOVE NA-SVC-STREET     TO WS-MAIL-LINE-1         00009999
                       MOVE NA-SVC-CITY       TO WS-MAIL-CITY           00009999
                       MOVE NA-SVC-STATE      TO WS-MAIL-STATE          00009999
                       MOVE NA-SVC-ZIP        TO WS-MAIL-ZIP            00009999
                       MOVE NA-SVC-ZIP-PLUS4  TO WS-MAIL-ZIP-PLUS4      00009999
                   ELSE                                                 00009999
                       MOVE NA-MAIL-LINE-1    TO WS-MAIL-LINE-1         00009999
                       MOVE NA-MAIL-LINE-2    TO WS-MAIL-LINE-2         00009999
                       MOVE NA-MAIL-CITY      TO WS-MAIL-CITY           00009999
                       MOVE NA-MAIL-STATE     TO WS-MAIL-STATE          00009999
                       MOVE NA-MAIL-ZIP       TO WS-MAIL-ZIP            00009999
                       MOVE NA-MAIL-ZIP-PLUS4 TO WS-MAIL-ZIP-PLUS4      00009999
                   END-IF                                               00009999
           END-READ.                                                    00009999
           IF WS-MAIL-NAME = SPACES                                     00009999
               MOVE CM-CUST-NAME TO WS-MAIL-NAME                        00009999
           END-IF.                                                      00009999
           IF WS-MAIL-LINE-1 NOT = SPACES                               00009999
                   AND WS-MAIL-CITY NOT = SPACES                        00009999
                   AND WS-MAIL-STATE NOT = SPACES                       00009999
                   AND WS-MAIL-ZIP IS NUMERIC                           00009999
               SET MAIL-ADDR-USABLE TO TRUE                             00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * List an account that is due a dunning notice but has no         00009999
      * usable mailing address, so customer service can get the         00009999
      * address corrected before the next aging run.                    00009999
      ***************************************************************** 00009999
       295-WRITE-ADDR-EXCEPTION.                                        00009999
           MOVE CM-ACCOUNT-NO    TO WS-AGE-ACCT-ED.                     00009999
           MOVE WS-ACCT-PAST-DUE TO WS-AGE-AMT-ED.                      00009999
           MOVE SPACES TO WS-DUNEX-LINE-WORK.                           00009999
           STRING WS-AGE-ACCT-ED  DELIMITED BY SIZE                     00009999
                  '   '           DELIMITED BY SIZE                     00009999
                  CM-CUST-NAME    DELIMITED BY SIZE                     00009999
                  '  '            DELIMITED BY SIZE                     00009999
                  WS-AGE-AMT-ED   DELIMITED BY SIZE                     00009999
                  '   '           DELIMITED BY SIZE                     00009999
                  'NO USABLE MAILING ADDRESS' DELIMITED BY SIZE         00009999
               INTO WS-DUNEX-LINE-WORK.                                 00009999
           WRITE DUNEX-LINE FROM WS-DUNEX-LINE-WORK                     00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           ADD 1 TO WS-DUNEX-COUNT.                                     00009999
                                                                        00009999
      ***************************************************************** 00005240
      * Write one aging report detail line for the account just         00005250
      * aged, flagging it when a dunning notice was extracted.          00005260
           IF DUN-EXTRACTED                                             00005510
               MOVE '*' TO WS-AGE-LINE-WORK (89:1)                      00005530
           END-IF.                                                      00005540
           IF DUN-ADDR-EXCEPTION                                        00009999
               MOVE 'NO ADDR' TO WS-AGE-LINE-WORK (89:7)                00009999
           END-IF.                                                      00009999
           WRITE AGE-LINE FROM WS-AGE-LINE-WORK                         00005550
               AFTER ADVANCING 1 LINE.                                  00005560
                                                                        00005570
               AFTER ADVANCING 1 LINE.                                  00005750
                                                                        00005760
      ***************************************************************** 00009999
      * Write the dunning address exception listing's title and         00009999
      * column header.                                                  00009999
      ***************************************************************** 00009999
       815-WRITE-EXCEPTION-HEADERS.                                     00009999
           MOVE SPACES TO WS-DUNEX-LINE-WORK.                           00009999
           STRING 'AGE2000 DUNNING ADDRESS EXCEPTIONS' DELIMITED BY SIZE00009999
                  '   RUN DATE: '                      DELIMITED BY SIZE00009999
                  WS-RUN-DATE-ED                       DELIMITED BY SIZE00009999
               INTO WS-DUNEX-LINE-WORK.                                 00009999
           WRITE DUNEX-LINE FROM WS-DUNEX-LINE-WORK                     00009999
               AFTER ADVANCING PAGE.                                    00009999
           MOVE ALL '-' TO WS-DUNEX-LINE-WORK.                          00009999
           WRITE DUNEX-LINE FROM WS-DUNEX-LINE-WORK                     00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE 'ACCOUNT  NAME            PAST DUE   REASON'            00009999
               TO WS-DUNEX-LINE-WORK.                                   00009999
           WRITE DUNEX-LINE FROM WS-DUNEX-LINE-WORK                     00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE ALL '-' TO WS-DUNEX-LINE-WORK.                          00009999
           WRITE DUNEX-LINE FROM WS-DUNEX-LINE-WORK                     00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Write the payment arrangement section: one line per account     00009999
      * on an arrangement that still owes, showing whether it is        00009999
      * current (kept off the notice file) or defaulted (dunned with    00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           WRITE AGE-LINE FROM WS-AGE-SEP-LINE                          00006400
               AFTER ADVANCING 1 LINE.                                  00006410
                                                                        00009999
      ***************************************************************** 00009999
      * Close out the dunning address exception listing with the        00009999
      * count of accounts held off the notice file for want of an       00009999
      * address.                                                        00009999
      ***************************************************************** 00009999
       950-WRITE-EXCEPTION-TOTALS.                                      00009999
           MOVE ALL '-' TO WS-DUNEX-LINE-WORK.                          00009999
           WRITE DUNEX-LINE FROM WS-DUNEX-LINE-WORK                     00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE WS-DUNEX-COUNT TO WS-AGE-COUNT-ED.                      00009999
           MOVE SPACES TO WS-DUNEX-LINE-WORK.                           00009999
           STRING 'ADDRESS EXCEPTIONS: ' DELIMITED BY SIZE              00009999
                  WS-AGE-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-DUNEX-LINE-WORK.                                 00009999
           WRITE DUNEX-LINE FROM WS-DUNEX-LINE-WORK                     00009999
               AFTER ADVANCING 1 LINE.                                  00009999
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
      * Log this step's end with the accounts aged and receivables.     00009999
      * Aging reads the master only, so it leaves as it was found.      00009999
      ***************************************************************** 00009999
       090-LOG-STEP-END.                                                00009999
           MOVE WS-LOG-RECORDS-IN TO WS-LOG-RECORDS-OUT.                00009999
           MOVE WS-LOG-AMOUNT-IN  TO WS-LOG-AMOUNT-OUT.                 00009999
           MOVE WS-ACCT-COUNT      TO WS-LOG-CONTROL-COUNT.             00009999
           MOVE WS-TOT-RECEIVABLES TO WS-LOG-CONTROL-AMOUNT.            00009999
           MOVE 'E' TO WS-LOG-EVENT.                                    00009999
           MOVE SPACES TO WS-LOG-OPERATOR WS-LOG-REMARKS.               00009999
           MOVE 0 TO WS-LOG-RETURN-CODE.                                00009999
           PERFORM 070-WRITE-RUN-LOG.                                   00009999
