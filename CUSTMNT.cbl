      *              APPLIED CHANGE IS WRITTEN TO THE AUDIT FILE WITH   00000110
      *              FULL BEFORE/AFTER IMAGES, AND EVERY TRANSACTION    00000120
      *              PRINTS ON THE MAINTENANCE REGISTER AS APPLIED OR   00000130
      *              REJECTED. THE CUSTOMER'S FULL NAME, SERVICE        00009999
      *              ADDRESS AND MAILING ADDRESS ARE MAINTAINED ON      00009999
      *              THE NAME AND ADDRESS FILE BY THE SAME              00009999
      *              TRANSACTIONS AND AUDITED THE SAME WAY. AUTOPAY     00009999
      *              ENROLLMENT - THE BANK ROUTING AND ACCOUNT NUMBER   00009999
      *              AND THE PRE-NOTE STATUS - IS KEPT ON THE MASTER    00009999
      *              THROUGH THE SAME TRANSACTIONS, AS IS THE           00009999
      *              NET-METERING FLAG FOR CUSTOMER-OWNED               00009999
      *              GENERATION.                                        00009999
      ***************************************************************** 00000150
       ENVIRONMENT DIVISION.                                            00000160
       INPUT-OUTPUT SECTION.                                            00000170
               ACCESS MODE IS RANDOM                                    00000250
               RECORD KEY IS CM-ACCOUNT-NO                              00000260
               FILE STATUS IS WS-CUSTMAS-STATUS.                        00000270
      ***************************************************************** 00009999
      * CUSTOMER NAME AND ADDRESS - ONE RECORD PER ACCOUNT, UPDATED     00009999
      * IN PLACE BY ACCOUNT NUMBER                                      00009999
      ***************************************************************** 00009999
           SELECT NAMEADDR-FILE ASSIGN TO "NAMEADDR.DAT"                00009999
               ORGANIZATION IS INDEXED                                  00009999
               ACCESS MODE IS RANDOM                                    00009999
               RECORD KEY IS NA-ACCOUNT-NO                              00009999
               FILE STATUS IS WS-NAMEADDR-STATUS.                       00009999
      ***************************************************************** 00000280
      * MAINTENANCE TRANSACTION FILE                                    00000290
      ***************************************************************** 00000300
      ***************************************************************** 00000500
       FD  CUSTMAS-FILE.                                                00000510
           COPY CUSTMAS.                                                00000520
      ***************************************************************** 00009999
      * NAMEADDR-FILE - NAME AND ADDRESS (SEE COPYBOOKS/NAMEADDR.CPY)   00009999
      ***************************************************************** 00009999
       FD  NAMEADDR-FILE.                                               00009999
           COPY NAMEADDR.                                               00009999
      ***************************************************************** 00000530
      * MAINT-FILE - MAINTENANCE TRANSACTIONS (SEE CUSTTRAN.CPY)        00000540
      ***************************************************************** 00000550
      * FILE STATUS FIELDS AND END-OF-FILE SWITCHES                     00000770
      ***************************************************************** 00000780
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00000790
       01  WS-NAMEADDR-STATUS       PIC X(2)     VALUE SPACES.          00009999
       01  WS-MAINT-STATUS          PIC X(2)     VALUE SPACES.          00000800
       01  WS-AUDIT-STATUS          PIC X(2)     VALUE SPACES.          00000810
       01  WS-MNT-STATUS            PIC X(2)     VALUE SPACES.          00000820
               88  MAINT-EOF                     VALUE 'Y'.             00000850
       01  WS-MASTER-FOUND-SW       PIC X(1)     VALUE 'N'.             00000860
           88  MASTER-FOUND                      VALUE 'Y'.             00000870
       01  WS-NA-FOUND-SW           PIC X(1)     VALUE 'N'.             00009999
           88  NAME-ADDR-FOUND                   VALUE 'Y'.             00009999
                                                                        00009999
      ***************************************************************** 00009999
      * NAME AND ADDRESS FIELDS CARRIED ON THIS TRANSACTION (SET BY     00009999
      * 210-CHECK-NAME-ADDR-CARRIED)                                    00009999
      ***************************************************************** 00009999
       01  WS-NA-CARRIED-SW         PIC X(1)     VALUE 'N'.             00009999
           88  NAME-ADDR-CARRIED                 VALUE 'Y'.             00009999
       01  WS-SVC-CARRIED-SW        PIC X(1)     VALUE 'N'.             00009999
           88  SVC-ADDR-CARRIED                  VALUE 'Y'.             00009999
       01  WS-MAIL-CARRIED-SW       PIC X(1)     VALUE 'N'.             00009999
           88  MAIL-ADDR-CARRIED                 VALUE 'Y'.             00009999
                                                                        00000880
      ***************************************************************** 00000890
      * RUN DATE FOR THE REGISTER HEADER AND AUDIT RECORDS              00000900
           88  EDIT-FAILED                       VALUE 'N'.             00001040
       01  WS-EDIT-REASON           PIC X(30)    VALUE SPACES.          00001050
       01  WS-MAX-BILLING-CYCLE     PIC 9(2)     VALUE 20.              00001060
                                                                        00009999
      ***************************************************************** 00009999
      * ROUTING NUMBER CHECK DIGIT WORK AREA - THE ABA WEIGHTS 3, 7, 1  00009999
      * ACROSS THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN            00009999
      ***************************************************************** 00009999
       01  WS-ABA-ROUTING           PIC X(9)     VALUE SPACES.          00009999
       01  WS-ABA-ROUTING-R REDEFINES WS-ABA-ROUTING.                   00009999
           05  WS-ABA-DIGIT         PIC 9(1)     OCCURS 9 TIMES.        00009999
       01  WS-ABA-CHECK-SUM         PIC 9(3)     VALUE 0.               00009999
       01  WS-ABA-QUOTIENT          PIC 9(3)     VALUE 0.               00009999
       01  WS-ABA-REMAINDER         PIC 9(1)     VALUE 0.               00009999
                                                                        00001070
      ***************************************************************** 00001080
      * RUN TOTALS FOR THE REGISTER SUMMARY                             00001090
       01  WS-CHANGE-COUNT          PIC 9(5)     VALUE 0.               00001130
       01  WS-FINAL-COUNT           PIC 9(5)     VALUE 0.               00001140
       01  WS-REJECT-COUNT          PIC 9(5)     VALUE 0.               00001150
       01  WS-NAMEADDR-COUNT        PIC 9(5)     VALUE 0.               00009999
       01  WS-AUTOPAY-COUNT         PIC 9(5)     VALUE 0.               00009999
       01  WS-NET-METER-COUNT       PIC 9(5)     VALUE 0.               00009999
                                                                        00001160
      ***************************************************************** 00001170
      * BEFORE- AND AFTER-IMAGE HOLD AREAS FOR THE AUDIT RECORD -       00009999
      * SIZED FOR THE LARGER OF THE MASTER AND NAME AND ADDRESS         00009999
      * RECORDS, AND SPLIT INTO THE BASE PART AND EXTENSIONS THE        00009999
      * AUDIT RECORD CARRIES THEM IN                                    00009999
      ***************************************************************** 00009999
       01  WS-BEFORE-IMAGE          PIC X(300)   VALUE SPACES.          00009999
       01  WS-BEFORE-IMAGE-R REDEFINES WS-BEFORE-IMAGE.                 00009999
           05  WS-BEFORE-IMAGE-BASE PIC X(104).                         00009999
           05  WS-BEFORE-IMAGE-EXT  PIC X(146).                         00009999
           05  WS-BEFORE-IMAGE-EXT2 PIC X(50).                          00009999
       01  WS-AFTER-IMAGE           PIC X(300)   VALUE SPACES.          00009999
       01  WS-AFTER-IMAGE-R REDEFINES WS-AFTER-IMAGE.                   00009999
           05  WS-AFTER-IMAGE-BASE  PIC X(104).                         00009999
           05  WS-AFTER-IMAGE-EXT   PIC X(146).                         00009999
           05  WS-AFTER-IMAGE-EXT2  PIC X(50).                          00009999
                                                                        00001210
      ***************************************************************** 00001220
      * EDITED FIELDS FOR THE MAINTENANCE REGISTER                      00001230
                   WS-CUSTMAS-STATUS                                    00001650
               STOP RUN                                                 00001660
           END-IF.                                                      00001670
                                                                        00009999
           OPEN I-O NAMEADDR-FILE.                                      00009999
           IF WS-NAMEADDR-STATUS = '35'                                 00009999
               OPEN OUTPUT NAMEADDR-FILE                                00009999
               CLOSE NAMEADDR-FILE                                      00009999
               OPEN I-O NAMEADDR-FILE                                   00009999
           END-IF.                                                      00009999
           IF WS-NAMEADDR-STATUS NOT = '00'                             00009999
               DISPLAY 'UNABLE TO OPEN NAMEADDR-FILE, STATUS: '         00009999
                   WS-NAMEADDR-STATUS                                   00009999
               STOP RUN                                                 00009999
           END-IF.                                                      00009999
                                                                        00001680
           OPEN INPUT MAINT-FILE.                                       00001690
           IF WS-MAINT-STATUS NOT = '00'                                00001700
           PERFORM 900-WRITE-REGISTER-SUMMARY.                          00002050
                                                                        00002060
           CLOSE CUSTMAS-FILE.                                          00002070
           CLOSE NAMEADDR-FILE.                                         00009999
           CLOSE MAINT-FILE.                                            00002080
           CLOSE AUDIT-FILE.                                            00002090
           CLOSE MNT-FILE.                                              00002100
           STOP RUN.                                                    00002110
                                                                        00002120
      ***************************************************************** 00002130
      * Apply one transaction. The master is read by the transaction    00009999
      * account number first, so ADD can reject a duplicate and         00009999
      * CHANGE/FINAL can reject a missing account with a clean          00009999
      * reason before anything is touched. The name and address         00009999
      * record is read the same way, so a maintained address is         00009999
      * applied to the record already on file.                          00009999
      ***************************************************************** 00002180
       200-APPLY-TRANSACTION.                                           00002190
           MOVE 'N' TO WS-MASTER-FOUND-SW.                              00002200
                   CONTINUE                                             00002240
               NOT INVALID KEY                                          00002250
                   SET MASTER-FOUND TO TRUE                             00002260
           END-READ.                                                    00009999
                                                                        00009999
           MOVE 'N' TO WS-NA-FOUND-SW.                                  00009999
           MOVE MT-ACCOUNT-NO TO NA-ACCOUNT-NO.                         00009999
           READ NAMEADDR-FILE                                           00009999
               INVALID KEY                                              00009999
                   CONTINUE                                             00009999
               NOT INVALID KEY                                          00009999
                   SET NAME-ADDR-FOUND TO TRUE                          00009999
           END-READ.                                                    00009999
           PERFORM 210-CHECK-NAME-ADDR-CARRIED.                         00009999
                                                                        00002280
           EVALUATE TRUE                                                00002290
               WHEN MT-ACTION-ADD                                       00002300
                   MOVE 'INVALID ACTION CODE' TO WS-EDIT-REASON         00002370
                   PERFORM 580-WRITE-REJECT-LINE                        00002380
           END-EVALUATE.                                                00002390
                                                                        00009999
      ***************************************************************** 00009999
      * Note which name and address fields the transaction carries,     00009999
      * so the edits know what to check and a CHANGE that carries       00009999
      * none of them leaves the name and address file alone.            00009999
      ***************************************************************** 00009999
       210-CHECK-NAME-ADDR-CARRIED.                                     00009999
           MOVE 'N' TO WS-NA-CARRIED-SW.                                00009999
           MOVE 'N' TO WS-SVC-CARRIED-SW.                               00009999
           MOVE 'N' TO WS-MAIL-CARRIED-SW.                              00009999
           IF MT-SVC-STREET NOT = SPACES OR MT-SVC-CITY NOT = SPACES    00009999
                   OR MT-SVC-STATE NOT = SPACES                         00009999
                   OR MT-SVC-ZIP NOT = SPACES                           00009999
                   OR MT-SVC-ZIP-PLUS4 NOT = SPACES                     00009999
               SET SVC-ADDR-CARRIED TO TRUE                             00009999
           END-IF.                                                      00009999
           IF MT-MAIL-LINE-1 NOT = SPACES OR MT-MAIL-LINE-2 NOT = SPACES00009999
                   OR MT-MAIL-CITY NOT = SPACES                         00009999
                   OR MT-MAIL-STATE NOT = SPACES                        00009999
                   OR MT-MAIL-ZIP NOT = SPACES                          00009999
                   OR MT-MAIL-ZIP-PLUS4 NOT = SPACES                    00009999
               SET MAIL-ADDR-CARRIED TO TRUE                            00009999
           END-IF.                                                      00009999
           IF MT-FULL-NAME NOT = SPACES OR SVC-ADDR-CARRIED             00009999
                   OR MAIL-ADDR-CARRIED OR MT-MAIL-SAME-SW NOT = SPACE  00009999
               SET NAME-ADDR-CARRIED TO TRUE                            00009999
           END-IF.                                                      00009999
                                                                        00002400
      ***************************************************************** 00002410
      * ADD a new account. The account must not already exist and       00002420
                   MOVE 0 TO CM-LAST-READ-DATE                          00009999
                   MOVE 0 TO CM-ESTIMATE-COUNT                          00009999
                   MOVE MT-TAX-JURISDICTION TO CM-TAX-JURISDICTION      00009999
                   MOVE 0 TO CM-DUE-DATE                                00009999
                   MOVE 0 TO CM-LATE-CHG-DUE-DATE                       00009999
                   MOVE 'C' TO CM-SERVICE-STATUS                        00009999
                   MOVE 0 TO CM-DISCONNECT-DATE                         00009999
                   MOVE 0 TO CM-RECONNECT-LIMIT                         00009999
                   IF MT-MEDICAL-HOLD-DATE IS NUMERIC                   00009999
                       MOVE MT-MEDICAL-HOLD-DATE TO CM-MEDICAL-HOLD-DATE00009999
                   ELSE                                                 00009999
                       MOVE 0 TO CM-MEDICAL-HOLD-DATE                   00009999
                   END-IF                                               00009999
                   MOVE 'N' TO CM-AUTOPAY-STATUS                        00009999
                   MOVE SPACES TO CM-AUTOPAY-ROUTING                    00009999
                   MOVE SPACES TO CM-AUTOPAY-BANK-ACCT                  00009999
                   MOVE 0 TO CM-AUTOPAY-DRAFT-DUE                       00009999
                   MOVE 0 TO CM-AUTOPAY-RTN-DATE                        00009999
                   PERFORM 470-APPLY-AUTOPAY                            00009999
                   MOVE 0 TO CM-KWH-RECEIVED                            00009999
                   MOVE 0 TO CM-BANKED-KWH                              00009999
                   MOVE 0 TO CM-WRITEOFF-DATE                           00009999
                   MOVE 0 TO CM-WRITEOFF-AMOUNT                         00009999
                   MOVE 0 TO CM-WO-RECOVERED                            00009999
                   MOVE 0 TO CM-WO-COMMISSION                           00009999
                   MOVE 0 TO CM-AGENCY-PLACED-DATE                      00009999
                   MOVE 0 TO CM-LAST-REGISTER-READ                      00009999
                   MOVE 0 TO CM-FIRST-NOTICE-DATE                       00009999
                   MOVE 0 TO CM-FIRST-NOTICE-AMT                        00009999
                   IF MT-NET-METER-FLAG = 'Y'                           00009999
                       MOVE 'Y' TO CM-NET-METER-FLAG                    00009999
                   ELSE                                                 00009999
                       MOVE 'N' TO CM-NET-METER-FLAG                    00009999
                   END-IF                                               00009999
                   IF MT-NET-METER-FLAG NOT = SPACE                     00009999
                       ADD 1 TO WS-NET-METER-COUNT                      00009999
                   END-IF                                               00009999
                   MOVE SPACES TO WS-BEFORE-IMAGE                       00009999
                   WRITE CM-CUSTOMER-RECORD                             00002650
                       INVALID KEY                                      00002660
                           MOVE 'DUPLICATE ACCOUNT NUMBER'              00002670
                           PERFORM 580-WRITE-REJECT-LINE                00002690
                       NOT INVALID KEY                                  00002700
                           PERFORM 600-WRITE-AUDIT-RECORD               00002710
                           PERFORM 620-UPDATE-NAME-ADDR                 00009999
                           ADD 1 TO WS-ADD-COUNT                        00002720
                           PERFORM 570-WRITE-APPLIED-LINE               00002730
                   END-WRITE                                            00002740
               PERFORM 500-EDIT-TRAN-FIELDS                             00002910
               IF EDIT-PASSED                                           00002920
                   MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE           00002930
                   PERFORM 450-APPLY-CHANGES                            00009999
      *            A TRANSACTION THAT ONLY MAINTAINS THE NAME AND       00009999
      *            ADDRESS LEAVES THE MASTER AND ITS AUDIT TRAIL ALONE  00009999
                   IF NAME-ADDR-CARRIED                                 00009999
                           AND CM-CUSTOMER-RECORD = WS-BEFORE-IMAGE     00009999
                       CONTINUE                                         00009999
                   ELSE                                                 00009999
                       REWRITE CM-CUSTOMER-RECORD                       00009999
                       PERFORM 600-WRITE-AUDIT-RECORD                   00009999
                   END-IF                                               00009999
                   IF NAME-ADDR-CARRIED                                 00009999
                       PERFORM 620-UPDATE-NAME-ADDR                     00009999
                   END-IF                                               00009999
                   ADD 1 TO WS-CHANGE-COUNT                             00002970
                   PERFORM 570-WRITE-APPLIED-LINE                       00002980
               ELSE                                                     00002990
           END-IF.                                                      00003430
           IF MT-TAX-JURISDICTION NOT = SPACES                          00009999
               MOVE MT-TAX-JURISDICTION TO CM-TAX-JURISDICTION          00009999
           END-IF.                                                      00009999
           IF MT-MEDICAL-HOLD-DATE IS NUMERIC                           00009999
                   AND MT-MEDICAL-HOLD-DATE NOT = 0                     00009999
               MOVE MT-MEDICAL-HOLD-DATE TO CM-MEDICAL-HOLD-DATE        00009999
           END-IF.                                                      00009999
           PERFORM 470-APPLY-AUTOPAY.                                   00009999
      *    AN ACCOUNT TAKEN OFF NET METERING KEEPS ITS BANKED KWH -     00009999
      *    THE NEXT SETTLEMENT MONTH PAYS THEM OUT                      00009999
           IF MT-NET-METER-FLAG = 'Y' OR MT-NET-METER-FLAG = 'N'        00009999
               MOVE MT-NET-METER-FLAG TO CM-NET-METER-FLAG              00009999
               IF CM-KWH-RECEIVED NOT NUMERIC                           00009999
                   MOVE 0 TO CM-KWH-RECEIVED                            00009999
               END-IF                                                   00009999
               IF CM-BANKED-KWH NOT NUMERIC                             00009999
                   MOVE 0 TO CM-BANKED-KWH                              00009999
               END-IF                                                   00009999
               ADD 1 TO WS-NET-METER-COUNT                              00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Apply the autopay action the transaction carries. Enrolling     00009999
      * (or changing the bank account) always goes back through a       00009999
      * pre-note before anything is drafted; activation is allowed      00009999
      * only once ACHDRAFT has sent that pre-note. Stopping autopay     00009999
      * clears the bank account from the master. The draft and          00009999
      * return dates are kept across a re-enrollment, so a bill         00009999
      * already drafted is not drafted again and a recent return        00009999
      * still counts toward the drop.                                   00009999
      ***************************************************************** 00009999
       470-APPLY-AUTOPAY.                                               00009999
           IF MT-AUTOPAY-ENROLL                                         00009999
               MOVE MT-AUTOPAY-ROUTING   TO CM-AUTOPAY-ROUTING          00009999
               MOVE MT-AUTOPAY-BANK-ACCT TO CM-AUTOPAY-BANK-ACCT        00009999
               MOVE 'E' TO CM-AUTOPAY-STATUS                            00009999
               IF CM-AUTOPAY-DRAFT-DUE NOT NUMERIC                      00009999
                   MOVE 0 TO CM-AUTOPAY-DRAFT-DUE                       00009999
               END-IF                                                   00009999
               IF CM-AUTOPAY-RTN-DATE NOT NUMERIC                       00009999
                   MOVE 0 TO CM-AUTOPAY-RTN-DATE                        00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
           IF MT-AUTOPAY-ACTIVATE                                       00009999
               MOVE 'A' TO CM-AUTOPAY-STATUS                            00009999
           END-IF.                                                      00009999
           IF MT-AUTOPAY-STOP                                           00009999
               MOVE 'N' TO CM-AUTOPAY-STATUS                            00009999
               MOVE SPACES TO CM-AUTOPAY-ROUTING                        00009999
               MOVE SPACES TO CM-AUTOPAY-BANK-ACCT                      00009999
           END-IF.                                                      00009999
           IF MT-AUTOPAY-ACTION NOT = SPACE                             00009999
               ADD 1 TO WS-AUTOPAY-COUNT                                00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Replace the name and address fields the transaction carries.    00009999
      * A carried address replaces the whole address (the edits have    00009999
      * already made sure it is complete); MT-MAIL-SAME-SW Y clears     00009999
      * the mailing address so mail goes to the service address.        00009999
      ***************************************************************** 00009999
       460-APPLY-NAME-ADDR-CHANGES.                                     00009999
           IF MT-FULL-NAME NOT = SPACES                                 00009999
               MOVE MT-FULL-NAME TO NA-FULL-NAME                        00009999
           END-IF.                                                      00009999
           IF SVC-ADDR-CARRIED                                          00009999
               MOVE MT-SVC-STREET    TO NA-SVC-STREET                   00009999
               MOVE MT-SVC-CITY      TO NA-SVC-CITY                     00009999
               MOVE MT-SVC-STATE     TO NA-SVC-STATE                    00009999
               MOVE MT-SVC-ZIP       TO NA-SVC-ZIP                      00009999
               MOVE MT-SVC-ZIP-PLUS4 TO NA-SVC-ZIP-PLUS4                00009999
           END-IF.                                                      00009999
           IF MT-MAIL-SAME-AS-SERVICE                                   00009999
               MOVE SPACES TO NA-MAILING-ADDR                           00009999
           ELSE                                                         00009999
               IF MAIL-ADDR-CARRIED                                     00009999
                   MOVE MT-MAIL-LINE-1    TO NA-MAIL-LINE-1             00009999
                   MOVE MT-MAIL-LINE-2    TO NA-MAIL-LINE-2             00009999
                   MOVE MT-MAIL-CITY      TO NA-MAIL-CITY               00009999
                   MOVE MT-MAIL-STATE     TO NA-MAIL-STATE              00009999
                   MOVE MT-MAIL-ZIP       TO NA-MAIL-ZIP                00009999
                   MOVE MT-MAIL-ZIP-PLUS4 TO NA-MAIL-ZIP-PLUS4          00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00003420
      ***************************************************************** 00003430
                   MOVE 'BUDGET PLAN NOT Y/N' TO WS-EDIT-REASON         00003760
               END-IF                                                   00003762
           END-IF.                                                      00003764
                                                                        00009999
           IF EDIT-PASSED                                               00009999
               IF MT-NET-METER-FLAG NOT = 'Y'                           00009999
                       AND MT-NET-METER-FLAG NOT = 'N'                  00009999
                       AND MT-NET-METER-FLAG NOT = SPACE                00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'NET METER FLAG NOT Y/N' TO WS-EDIT-REASON      00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00003766
           IF EDIT-PASSED                                               00003768
               IF MT-BUDGET-PLAN = 'Y'                                  00003770
               IF MT-ACTION-ADD AND MT-SERVICE-FEE = 0                  00003950
                   SET EDIT-FAILED TO TRUE                              00003960
                   MOVE 'ZERO SERVICE FEE' TO WS-EDIT-REASON            00003970
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    A MEDICAL HOLD DATE, WHEN CARRIED, MUST BE A REAL CCYYMMDD   00009999
      *    DATE - IT KEEPS THE SHUT-OFF CREW AWAY UNTIL IT PASSES       00009999
           IF EDIT-PASSED                                               00009999
               IF MT-MEDICAL-HOLD-X NOT = SPACES                        00009999
                       AND MT-MEDICAL-HOLD-X NOT = ZEROS                00009999
                   IF MT-MEDICAL-HOLD-DATE NOT NUMERIC                  00009999
                           OR MT-MED-HOLD-MM < 1 OR MT-MED-HOLD-MM > 12 00009999
                           OR MT-MED-HOLD-DD < 1 OR MT-MED-HOLD-DD > 31 00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'MEDICAL HOLD DATE INVALID'                 00009999
                           TO WS-EDIT-REASON                            00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    NAME AND ADDRESS - AN ADD MUST CARRY THE FULL NAME AND A     00009999
      *    COMPLETE SERVICE ADDRESS. AN ADDRESS CARRIED ON EITHER       00009999
      *    ACTION REPLACES THE WHOLE ADDRESS, SO IT MUST BE COMPLETE,   00009999
      *    AND A CHANGE FOR AN ACCOUNT WITH NO NAME AND ADDRESS         00009999
      *    RECORD YET MUST CARRY EVERYTHING AN ADD WOULD.               00009999
           IF EDIT-PASSED                                               00009999
               IF MT-ACTION-ADD AND MT-FULL-NAME = SPACES               00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'FULL NAME MISSING' TO WS-EDIT-REASON           00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF EDIT-PASSED                                               00009999
               IF MT-ACTION-ADD OR SVC-ADDR-CARRIED                     00009999
                   IF MT-SVC-STREET = SPACES OR MT-SVC-CITY = SPACES    00009999
                           OR MT-SVC-STATE = SPACES                     00009999
                           OR MT-SVC-ZIP NOT NUMERIC                    00009999
                           OR (MT-SVC-ZIP-PLUS4 NOT = SPACES            00009999
                               AND MT-SVC-ZIP-PLUS4 NOT NUMERIC)        00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'SERVICE ADDRESS INCOMPLETE'                00009999
                           TO WS-EDIT-REASON                            00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF EDIT-PASSED                                               00009999
               IF MT-MAIL-SAME-SW NOT = 'Y'                             00009999
                       AND MT-MAIL-SAME-SW NOT = SPACE                  00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'MAIL SAME SW NOT Y/BLANK' TO WS-EDIT-REASON    00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF EDIT-PASSED                                               00009999
               IF MAIL-ADDR-CARRIED                                     00009999
                   IF MT-MAIL-SAME-AS-SERVICE                           00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'MAIL SAME SW WITH MAIL ADDRESS'            00009999
                           TO WS-EDIT-REASON                            00009999
                   ELSE                                                 00009999
                   IF MT-MAIL-LINE-1 = SPACES OR MT-MAIL-CITY = SPACES  00009999
                           OR MT-MAIL-STATE = SPACES                    00009999
                           OR MT-MAIL-ZIP NOT NUMERIC                   00009999
                           OR (MT-MAIL-ZIP-PLUS4 NOT = SPACES           00009999
                               AND MT-MAIL-ZIP-PLUS4 NOT NUMERIC)       00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'MAILING ADDRESS INCOMPLETE'                00009999
                           TO WS-EDIT-REASON                            00009999
                   END-IF                                               00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF EDIT-PASSED                                               00009999
               IF MT-ACTION-CHANGE AND NAME-ADDR-CARRIED                00009999
                       AND NOT NAME-ADDR-FOUND                          00009999
                   IF MT-FULL-NAME = SPACES OR NOT SVC-ADDR-CARRIED     00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'NAME/ADDR NOT ON FILE' TO WS-EDIT-REASON   00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      *    AUTOPAY - AN ENROLLMENT MUST CARRY A ROUTING NUMBER THAT     00009999
      *    PASSES THE ABA CHECK DIGIT AND THE CHECKING ACCOUNT NUMBER,  00009999
      *    BANK DATA IS ONLY TAKEN WITH AN ENROLLMENT, AND DRAFTING IS  00009999
      *    NOT ACTIVATED UNTIL ACHDRAFT HAS SENT THE PRE-NOTE           00009999
           IF EDIT-PASSED                                               00009999
               IF MT-AUTOPAY-ACTION NOT = SPACE                         00009999
                       AND NOT MT-AUTOPAY-ENROLL                        00009999
                       AND NOT MT-AUTOPAY-ACTIVATE                      00009999
                       AND NOT MT-AUTOPAY-STOP                          00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'AUTOPAY ACTION NOT E/A/X' TO WS-EDIT-REASON    00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF EDIT-PASSED                                               00009999
               IF MT-AUTOPAY-ENROLL                                     00009999
                   PERFORM 510-EDIT-ROUTING-NUMBER                      00009999
                   IF EDIT-PASSED AND MT-AUTOPAY-BANK-ACCT = SPACES     00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'AUTOPAY BANK ACCOUNT MISSING'              00009999
                           TO WS-EDIT-REASON                            00009999
                   END-IF                                               00009999
               ELSE                                                     00009999
                   IF MT-AUTOPAY-ROUTING NOT = SPACES                   00009999
                           OR MT-AUTOPAY-BANK-ACCT NOT = SPACES         00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'BANK DATA WITHOUT AUTOPAY E'               00009999
                           TO WS-EDIT-REASON                            00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF EDIT-PASSED                                               00009999
               IF MT-AUTOPAY-ACTIVATE                                   00009999
                   IF MT-ACTION-ADD OR NOT CM-AUTOPAY-PRENOTE-SENT      00009999
                       SET EDIT-FAILED TO TRUE                          00009999
                       MOVE 'AUTOPAY PRE-NOTE NOT SENT'                 00009999
                           TO WS-EDIT-REASON                            00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Check the autopay routing number: nine digits whose ABA         00009999
      * weighted sum (3, 7, 1 repeating) is a multiple of ten. A        00009999
      * mistyped routing number is caught here instead of coming back   00009999
      * from the bank as a returned pre-note.                           00009999
      ***************************************************************** 00009999
       510-EDIT-ROUTING-NUMBER.                                         00009999
           MOVE MT-AUTOPAY-ROUTING TO WS-ABA-ROUTING.                   00009999
           IF WS-ABA-ROUTING NOT NUMERIC                                00009999
               SET EDIT-FAILED TO TRUE                                  00009999
               MOVE 'ROUTING NUMBER NOT NUMERIC' TO WS-EDIT-REASON      00009999
           ELSE                                                         00009999
               COMPUTE WS-ABA-CHECK-SUM =                               00009999
                   3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)             00009999
                        + WS-ABA-DIGIT (7))                             00009999
                   + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)           00009999
                        + WS-ABA-DIGIT (8))                             00009999
                   + WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)                00009999
                   + WS-ABA-DIGIT (9)                                   00009999
               DIVIDE WS-ABA-CHECK-SUM BY 10 GIVING WS-ABA-QUOTIENT     00009999
                   REMAINDER WS-ABA-REMAINDER                           00009999
               IF WS-ABA-REMAINDER NOT = 0                              00009999
                   SET EDIT-FAILED TO TRUE                              00009999
                   MOVE 'ROUTING CHECK DIGIT INVALID'                   00009999
                       TO WS-EDIT-REASON                                00009999
               END-IF                                                   00009999
           END-IF.                                                      00009999
                                                                        00004000
      ***************************************************************** 00004010
      * Write one audit record for an applied transaction: run date,    00004020
           MOVE MT-USER-ID     TO AU-USER-ID.                           00004090
           MOVE MT-ACTION      TO AU-ACTION.                            00004100
           MOVE MT-ACCOUNT-NO  TO AU-ACCOUNT-NO.                        00004110
           MOVE WS-BEFORE-IMAGE-BASE TO AU-BEFORE-IMAGE.                00009999
           MOVE WS-BEFORE-IMAGE-EXT  TO AU-BEFORE-IMAGE-EXT.            00009999
           MOVE WS-BEFORE-IMAGE-EXT2 TO AU-BEFORE-IMAGE-EXT2.           00009999
           MOVE CM-CUSTOMER-RECORD TO WS-AFTER-IMAGE.                   00009999
           MOVE WS-AFTER-IMAGE-BASE  TO AU-AFTER-IMAGE.                 00009999
           MOVE WS-AFTER-IMAGE-EXT   TO AU-AFTER-IMAGE-EXT.             00009999
           MOVE WS-AFTER-IMAGE-EXT2  TO AU-AFTER-IMAGE-EXT2.            00009999
           MOVE 'M'            TO AU-IMAGE-TYPE.                        00009999
           WRITE AU-AUDIT-RECORD.                                       00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Write one name and address audit record: the same keying        00009999
      * detail as a master audit, with the before/after name and        00009999
      * address images. A first record carries a blank before image.    00009999
      ***************************************************************** 00009999
       610-WRITE-NAME-ADDR-AUDIT.                                       00009999
           MOVE WS-RUN-DATE    TO AU-RUN-DATE.                          00009999
           MOVE MT-USER-ID     TO AU-USER-ID.                           00009999
           MOVE MT-ACTION      TO AU-ACTION.                            00009999
           MOVE MT-ACCOUNT-NO  TO AU-ACCOUNT-NO.                        00009999
           MOVE WS-BEFORE-IMAGE-BASE TO AU-BEFORE-IMAGE.                00009999
           MOVE WS-BEFORE-IMAGE-EXT  TO AU-BEFORE-IMAGE-EXT.            00009999
           MOVE WS-BEFORE-IMAGE-EXT2 TO AU-BEFORE-IMAGE-EXT2.           00009999
           MOVE NA-NAME-ADDR-RECORD TO WS-AFTER-IMAGE.                  00009999
           MOVE WS-AFTER-IMAGE-BASE  TO AU-AFTER-IMAGE.                 00009999
           MOVE WS-AFTER-IMAGE-EXT   TO AU-AFTER-IMAGE-EXT.             00009999
           MOVE WS-AFTER-IMAGE-EXT2  TO AU-AFTER-IMAGE-EXT2.            00009999
           MOVE 'N'            TO AU-IMAGE-TYPE.                        00009999
           WRITE AU-AUDIT-RECORD.                                       00009999
                                                                        00009999
      ***************************************************************** 00009999
      * File this account's name and address record: rewrite the one    00009999
      * 200-APPLY-TRANSACTION found, or write a new one (an ADD, or     00009999
      * an account that predates the file). An ADD that finds a         00009999
      * record left behind by a closed account under the same number    00009999
      * starts it over clean. Audited once it is on file.               00009999
      ***************************************************************** 00009999
       620-UPDATE-NAME-ADDR.                                            00009999
           IF NAME-ADDR-FOUND                                           00009999
               MOVE NA-NAME-ADDR-RECORD TO WS-BEFORE-IMAGE              00009999
           ELSE                                                         00009999
               MOVE SPACES TO WS-BEFORE-IMAGE                           00009999
               MOVE SPACES TO NA-NAME-ADDR-RECORD                       00009999
               MOVE MT-ACCOUNT-NO TO NA-ACCOUNT-NO                      00009999
           END-IF.                                                      00009999
           IF MT-ACTION-ADD                                             00009999
               MOVE SPACES TO NA-FULL-NAME                              00009999
               MOVE SPACES TO NA-SERVICE-ADDR                           00009999
               MOVE SPACES TO NA-MAILING-ADDR                           00009999
           END-IF.                                                      00009999
           PERFORM 460-APPLY-NAME-ADDR-CHANGES.                         00009999
           IF NAME-ADDR-FOUND                                           00009999
               REWRITE NA-NAME-ADDR-RECORD                              00009999
           ELSE                                                         00009999
               WRITE NA-NAME-ADDR-RECORD                                00009999
           END-IF.                                                      00009999
           IF WS-NAMEADDR-STATUS = '00'                                 00009999
               PERFORM 610-WRITE-NAME-ADDR-AUDIT                        00009999
               ADD 1 TO WS-NAMEADDR-COUNT                               00009999
           ELSE                                                         00009999
               DISPLAY 'NAMEADDR-FILE UPDATE FAILED, ACCOUNT: '         00009999
                   MT-ACCOUNT-NO ' STATUS: ' WS-NAMEADDR-STATUS         00009999
           END-IF.                                                      00009999
                                                                        00004190
      ***************************************************************** 00004200
      * Write one register detail line for an applied transaction.      00004210
           WRITE MNT-LINE FROM WS-MNT-LINE-WORK                         00005160
               AFTER ADVANCING 1 LINE.                                  00005170
                                                                        00005180
           MOVE WS-NAMEADDR-COUNT TO WS-MNT-COUNT-ED.                   00009999
           MOVE SPACES TO WS-MNT-LINE-WORK.                             00009999
           STRING 'NAME/ADDR UPDATES : ' DELIMITED BY SIZE              00009999
                  WS-MNT-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MNT-LINE-WORK.                                   00009999
           WRITE MNT-LINE FROM WS-MNT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE WS-AUTOPAY-COUNT TO WS-MNT-COUNT-ED.                    00009999
           MOVE SPACES TO WS-MNT-LINE-WORK.                             00009999
           STRING 'AUTOPAY UPDATES   : ' DELIMITED BY SIZE              00009999
                  WS-MNT-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MNT-LINE-WORK.                                   00009999
           WRITE MNT-LINE FROM WS-MNT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE WS-NET-METER-COUNT TO WS-MNT-COUNT-ED.                  00009999
           MOVE SPACES TO WS-MNT-LINE-WORK.                             00009999
           STRING 'NET METER UPDATES : ' DELIMITED BY SIZE              00009999
                  WS-MNT-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MNT-LINE-WORK.                                   00009999
           WRITE MNT-LINE FROM WS-MNT-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           MOVE WS-REJECT-COUNT TO WS-MNT-COUNT-ED.                     00005190
           MOVE SPACES TO WS-MNT-LINE-WORK.                             00005200
           STRING 'REJECTED          : ' DELIMITED BY SIZE              00005210
