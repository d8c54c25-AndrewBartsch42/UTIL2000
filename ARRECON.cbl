           SELECT REC-FILE ASSIGN TO "RECRPT.PRT"                       00000520
               ORGANIZATION IS LINE SEQUENTIAL                          00000530
               FILE STATUS IS WS-REC-STATUS.                            00000540
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
       DATA DIVISION.                                                   00000550
       FILE SECTION.                                                    00000560
      ***************************************************************** 00000570
      ***************************************************************** 00000790
       FD  REC-FILE.                                                    00000800
           COPY RECRPT.                                                 00000810
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
       WORKING-STORAGE SECTION.                                         00000820
                                                                        00000830
      ***************************************************************** 00000840
           05  FILLER PIC X(15) VALUE 'DIFFERENCE     '.                00001800
           05  FILLER PIC X(26) VALUE 'NOTE'.                           00001810
                                                                        00001820
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
       01  WS-THIS-STEP             PIC X(8)     VALUE 'ARRECON'.       00009999
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
      ***************************************************************** 00001830
      * IT'S GO TIME!                                                   00001840
      ***************************************************************** 00001850
                  '/'              DELIMITED BY SIZE                    00002040
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00002050
               INTO WS-RUN-DATE-ED.                                     00002060
                                                                        00009999
           PERFORM 050-CHECK-STREAM-ORDER.                              00009999
           PERFORM 060-LOG-STEP-START.                                  00009999
                                                                        00002070
           OPEN INPUT CUSTMAS-FILE.                                     00002080
           IF WS-CUSTMAS-STATUS NOT = '00'                              00002090
                                                                        00002770
           CLOSE CUSTMAS-FILE.                                          00002780
           CLOSE REC-FILE.                                              00002790
           PERFORM 090-LOG-STEP-END.                                    00009999
           STOP RUN.                                                    00002800
                                                                        00002810
      ***************************************************************** 00002820
      * Read the next customer master record, setting the EOF switch    00002830
      * when the file is exhausted. Each record read counts into the    00009999
      * master IN totals for the run log.                               00009999
      ***************************************************************** 00002850
       700-READ-CUSTMAS.                                                00002860
           READ CUSTMAS-FILE                                            00002870
               AT END                                                   00002880
                   SET CUSTMAS-EOF TO TRUE                              00002890
               NOT AT END                                               00009999
                   ADD 1 TO WS-LOG-RECORDS-IN                           00009999
                   COMPUTE WS-LOG-AMOUNT-IN = WS-LOG-AMOUNT-IN          00009999
                       + CM-PREVIOUS-BALANCE - CM-PAYMENTS-RECEIVED     00009999
           END-READ.                                                    00002900
                                                                        00002910
      ***************************************************************** 00002920
           PERFORM 100-FIND-REC-ENTRY.                                  00003270
           IF WS-REC-MATCH-IDX > 0                                      00003280
               SET WS-REC-IDX TO WS-REC-MATCH-IDX                       00003290
      *        A BILL CANCELLED BY REBILL COMES BACK OFF AT THE         00009999
      *        AMOUNTS IT WAS CUT FOR; THE CORRECTED BILL IS ADDED      00009999
      *        LIKE ANY OTHER                                           00009999
               IF BH-ENTRY-CANCEL                                       00009999
                   PERFORM 115-REVERSE-CANCELLED-BILL                   00009999
               ELSE                                                     00009999
                   ADD BH-TOTAL-BILL TO WS-REC-BILLS-TOTAL (WS-REC-IDX) 00009999
                   IF BH-TAX-AMOUNT IS NUMERIC                          00009999
                       ADD BH-TAX-AMOUNT TO                             00009999
                           WS-REC-BILLS-TOTAL (WS-REC-IDX)              00009999
                   END-IF                                               00009999
      *            A CLOSING BILL'S DEFERRAL-ABSORBED/DEPOSIT-SETTLED   00009999
      *            ADJUSTMENT MOVED THE BALANCE WITHOUT A PAYMENT -     00009999
      *            WITHOUT IT EVERY CLOSED ACCOUNT WOULD STAND OUT OF   00009999
      *            BALANCE FOREVER                                      00009999
                   IF BH-CLOSING-ADJ IS NUMERIC                         00009999
                       ADD BH-CLOSING-ADJ TO                            00009999
                           WS-REC-BILLS-TOTAL (WS-REC-IDX)              00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
           END-IF.                                                      00003310
                                                                        00009999
      ***************************************************************** 00009999
      * Take a cancel record (the reversal REBILL writes for a bill it  00009999
      * corrects) back off its account's billed total: the cancelled    00009999
      * charges, taxes and any closing adjustment it carried.           00009999
      ***************************************************************** 00009999
       115-REVERSE-CANCELLED-BILL.                                      00009999
           SUBTRACT BH-TOTAL-BILL FROM WS-REC-BILLS-TOTAL (WS-REC-IDX). 00009999
           IF BH-TAX-AMOUNT IS NUMERIC                                  00009999
               SUBTRACT BH-TAX-AMOUNT FROM                              00009999
                   WS-REC-BILLS-TOTAL (WS-REC-IDX)                      00009999
           END-IF.                                                      00009999
           IF BH-CLOSING-ADJ IS NUMERIC                                 00009999
               SUBTRACT BH-CLOSING-ADJ FROM                             00009999
                   WS-REC-BILLS-TOTAL (WS-REC-IDX)                      00009999
           END-IF.                                                      00009999
                                                                        00003320
      ***************************************************************** 00003330
      * Add one posted payment to its account's net-paid total: bill    00009999
      * payments and BADDEBT write-offs reduce the balance;             00009999
      * reversals, NSF and reconnect fees and late payment charges      00009999
      * restore it; deposits and recoveries on written-off debt         00009999
      * never touch it.                                                 00009999
      ***************************************************************** 00003370
       120-ACCUMULATE-PAYMENT.                                          00003380
           IF PH-TYPE-DEPOSIT OR PH-TYPE-RECOVERY                       00009999
               CONTINUE                                                 00003400
           ELSE                                                         00003410
               MOVE PH-ACCOUNT-NO TO WS-REC-WORK-ACCOUNT                00003420
               PERFORM 100-FIND-REC-ENTRY                               00003430
               IF WS-REC-MATCH-IDX > 0                                  00003440
                   SET WS-REC-IDX TO WS-REC-MATCH-IDX                   00003450
                   IF PH-TYPE-PAYMENT OR PH-TYPE-WRITE-OFF              00009999
                       ADD PH-AMOUNT TO WS-REC-NET-PAID (WS-REC-IDX)    00003470
                   ELSE                                                 00003480
                       SUBTRACT PH-AMOUNT FROM                          00003490
      * Remember that maintenance touched this account at some point,   00003560
      * so a balance the history cannot explain can at least be         00003570
      * traced to a keyed transaction instead of standing as a          00003580
      * mystery. Name and address changes never move a balance, so      00009999
      * only master-image audit records count.                          00009999
      ***************************************************************** 00003600
       130-MARK-AUDIT-ENTRY.                                            00003610
           IF AU-IMAGE-MASTER                                           00009999
               MOVE AU-ACCOUNT-NO TO WS-REC-WORK-ACCOUNT                00009999
               PERFORM 100-FIND-REC-ENTRY                               00009999
               IF WS-REC-MATCH-IDX > 0                                  00009999
                   SET WS-REC-IDX TO WS-REC-MATCH-IDX                   00009999
                   MOVE 'Y' TO WS-REC-AUDIT-SW (WS-REC-IDX)             00009999
               END-IF                                                   00009999
           END-IF.                                                      00003670
                                                                        00003680
      ***************************************************************** 00003690
               AFTER ADVANCING 1 LINE.                                  00005750
           WRITE REC-LINE FROM WS-REC-SEP-LINE                          00005760
               AFTER ADVANCING 1 LINE.                                  00005770
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
      * Log this step's end with the accounts out of balance and the    00009999
      * proof difference - any unexplained account ends the run with a  00009999
      * warning. The reconciliation reads the master only, so it        00009999
      * leaves as it was found.                                         00009999
      ***************************************************************** 00009999
       090-LOG-STEP-END.                                                00009999
           MOVE WS-LOG-RECORDS-IN TO WS-LOG-RECORDS-OUT.                00009999
           MOVE WS-LOG-AMOUNT-IN  TO WS-LOG-AMOUNT-OUT.                 00009999
           MOVE WS-OUT-BALANCE-COUNT TO WS-LOG-CONTROL-COUNT.           00009999
           MOVE WS-TOT-DIFF          TO WS-LOG-CONTROL-AMOUNT.          00009999
           MOVE 'E' TO WS-LOG-EVENT.                                    00009999
           MOVE SPACES TO WS-LOG-OPERATOR WS-LOG-REMARKS.               00009999
           IF WS-OUT-BALANCE-COUNT > 0                                  00009999
               MOVE 4 TO WS-LOG-RETURN-CODE                             00009999
               MOVE 'ACCOUNTS OUT OF BALANCE' TO WS-LOG-REMARKS         00009999
           ELSE                                                         00009999
               MOVE 0 TO WS-LOG-RETURN-CODE                             00009999
           END-IF.                                                      00009999
           PERFORM 070-WRITE-RUN-LOG.                                   00009999
