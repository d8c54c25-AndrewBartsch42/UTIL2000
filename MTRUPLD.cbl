      *              WHOSE CONSUMPTION IS OUT OF RANGE ARE NOT POSTED   00009999
      *              - THEY GO TO THE RE-READ REQUEST FILE FOR THE      00009999
      *              FIELD CREWS. UNMATCHED AND DUPLICATE READS PRINT   00009999
      *              ON THE UPLOAD REGISTER. A NET-METERED              00009999
      *              ACCOUNT'S BIDIRECTIONAL METER POSTS BOTH           00009999
      *              REGISTERS: THE RECEIVED (TO-GRID) KWH TO           00009999
      *              CM-KWH-RECEIVED AND THE NET OF DELIVERED LESS      00009999
      *              RECEIVED TO CM-KWH-USED. A METER BOOKED IN THE     00009999
      *              RTEBOOK ROUTE BOOK IS EDITED AGAINST ITS OWN       00009999
      *              HIGH/LOW EXPECTED-READ WINDOW (THE FLAT CAP        00009999
      *              APPLIES ONLY WHERE THE BOOK HAS NO WINDOW), AND    00009999
      *              BOOKED METERS THE UPLOAD NEVER RETURNED ARE        00009999
      *              LISTED AFTER THE READINGS.                         00009999
      ***************************************************************** 00000170
       ENVIRONMENT DIVISION.                                            00000180
       INPUT-OUTPUT SECTION.                                            00000190
           SELECT MTRINV-FILE ASSIGN TO "METERINV.DAT"                  00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-MTRINV-STATUS.                         00009999
      ***************************************************************** 00009999
      * METER READING ROUTE BOOK - EXPECTED-READ WINDOWS FROM RTEBOOK   00009999
      ***************************************************************** 00009999
           SELECT RTEBOOK-FILE ASSIGN TO "RTEBOOK.DAT"                  00009999
               ORGANIZATION IS LINE SEQUENTIAL                          00009999
               FILE STATUS IS WS-RTEBOOK-STATUS.                        00009999
      ***************************************************************** 00000360
      * RE-READ REQUEST FILE FOR THE FIELD CREWS                        00000370
      ***************************************************************** 00000380
           SELECT MTR-FILE ASSIGN TO "MTRUPLD.PRT"                      00000450
               ORGANIZATION IS LINE SEQUENTIAL                          00000460
               FILE STATUS IS WS-MTR-STATUS.                            00000470
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
       DATA DIVISION.                                                   00000480
       FILE SECTION.                                                    00000490
      ***************************************************************** 00000500
      ***************************************************************** 00009999
       FD  MTRINV-FILE.                                                 00009999
           COPY MTRINV.                                                 00009999
      ***************************************************************** 00009999
      * RTEBOOK-FILE - ROUTE BOOK (SEE COPYBOOKS/RTEDNLD.CPY)           00009999
      ***************************************************************** 00009999
       FD  RTEBOOK-FILE.                                                00009999
           COPY RTEDNLD.                                                00009999
      ***************************************************************** 00000600
      * RREAD-FILE - RE-READ REQUESTS (SEE COPYBOOKS/RREADREQ.CPY)      00000610
      ***************************************************************** 00000620
      ***************************************************************** 00000670
       FD  MTR-FILE.                                                    00000680
           COPY MTRRPT.                                                 00000690
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
       WORKING-STORAGE SECTION.                                         00000700
                                                                        00000710
      ***************************************************************** 00000720
       01  WS-CUSTMAS-STATUS        PIC X(2)     VALUE SPACES.          00000750
       01  WS-METERRD-STATUS        PIC X(2)     VALUE SPACES.          00000760
       01  WS-MTRINV-STATUS         PIC X(2)     VALUE SPACES.          00009999
       01  WS-RTEBOOK-STATUS        PIC X(2)     VALUE SPACES.          00009999
       01  WS-RREAD-STATUS          PIC X(2)     VALUE SPACES.          00000770
       01  WS-MTR-STATUS            PIC X(2)     VALUE SPACES.          00000780
       01  WS-EOF-SWITCHES.                                             00000790
               88  METERRD-EOF                   VALUE 'Y'.             00000810
           05  WS-MTRINV-EOF-SW     PIC X(1)     VALUE 'N'.             00009999
               88  MTRINV-EOF                    VALUE 'Y'.             00009999
           05  WS-RTEBOOK-EOF-SW    PIC X(1)     VALUE 'N'.             00009999
               88  RTEBOOK-EOF                   VALUE 'Y'.             00009999
       01  WS-MASTER-FOUND-SW       PIC X(1)     VALUE 'N'.             00000820
           88  MASTER-FOUND                      VALUE 'Y'.             00000830
                                                                        00000840
       01  WS-RREAD-REASON          PIC X(24)    VALUE SPACES.          00009999
       01  WS-CHANGEOUT-SW          PIC X(1)     VALUE 'N'.             00009999
           88  METER-CHANGEOUT                   VALUE 'Y'.             00009999
      * RECEIVED (TO-GRID) REGISTER OF A BIDIRECTIONAL METER, WORKED    00009999
      * WITH THE SAME MODULUS AND MULTIPLIER AS THE DELIVERED ONE.      00009999
      * ONLY A NET-METERED ACCOUNT POSTS IT.                            00009999
       01  WS-RECV-REGISTER-SW      PIC X(1)     VALUE 'N'.             00009999
           88  RECV-REGISTER-READ                VALUE 'Y'.             00009999
       01  WS-RECV-RAW-KWH          PIC 9(7)     VALUE 0.               00009999
       01  WS-RECV-KWH              PIC 9(9)     VALUE 0.               00009999
       01  WS-RECV-COMBINED-KWH     PIC 9(9)     VALUE 0.               00009999
                                                                        00009999
      ***************************************************************** 00009999
      * METER INVENTORY TABLE, LOADED FROM MTRINV-FILE AT STARTUP       00009999
               10  WS-INV-METER-NO      PIC X(8)   VALUE SPACES.        00009999
               10  WS-INV-DIAL-COUNT    PIC 9(1)   VALUE 6.             00009999
               10  WS-INV-MULTIPLIER    PIC 9(4)   VALUE 1.             00009999
                                                                        00009999
      ***************************************************************** 00009999
      * ROUTE BOOK TABLE, LOADED FROM RTEBOOK-FILE AT STARTUP: EACH     00009999
      * BOOKED METER'S EXPECTED-READ WINDOW IN TRUE (MULTIPLIED) KWH,   00009999
      * AND WHETHER THE UPLOAD HAS RETURNED A READING FOR IT            00009999
      ***************************************************************** 00009999
       01  WS-BOOK-ENTRIES-USED     PIC 9(3)     VALUE 0.               00009999
       01  WS-BOOK-TABLE.                                               00009999
           05  WS-BOOK-ENTRY OCCURS 500 TIMES                           00009999
                   INDEXED BY WS-BK-IDX.                                00009999
               10  WS-BK-ACCOUNT-NO     PIC 9(6)   VALUE 0.             00009999
               10  WS-BK-ROUTE-NO       PIC X(4)   VALUE SPACES.        00009999
               10  WS-BK-WALK-SEQ       PIC 9(4)   VALUE 0.             00009999
               10  WS-BK-METER-NO       PIC X(8)   VALUE SPACES.        00009999
               10  WS-BK-WINDOW-BASIS   PIC X(1)   VALUE 'N'.           00009999
               10  WS-BK-LOW-KWH        PIC 9(7)   VALUE 0.             00009999
               10  WS-BK-HIGH-KWH       PIC 9(7)   VALUE 0.             00009999
               10  WS-BK-RETURNED       PIC X(1)   VALUE 'N'.           00009999
       01  WS-BOOK-ON-HAND-SW       PIC X(1)     VALUE 'N'.             00009999
           88  BOOK-ON-HAND                      VALUE 'Y'.             00009999
      * THE LIMITS THIS READING'S CONSUMPTION IS EDITED AGAINST: THE    00009999
      * BOOK'S WINDOW WHEN IT DREW ONE, OTHERWISE NOTHING BELOW AND     00009999
      * THE FLAT CAP ABOVE                                              00009999
       01  WS-BOOK-WINDOW-SW        PIC X(1)     VALUE 'N'.             00009999
           88  BOOK-WINDOW                       VALUE 'Y'.             00009999
       01  WS-KWH-LOW-LIMIT         PIC 9(9)     VALUE 0.               00009999
       01  WS-KWH-HIGH-LIMIT        PIC 9(9)     VALUE 0.               00009999
                                                                        00001140
      ***************************************************************** 00001150
      * RUN TOTALS FOR THE REGISTER SUMMARY                             00001160
       01  WS-ESTIMATED-COUNT       PIC 9(5)     VALUE 0.               00001200
       01  WS-REREAD-COUNT          PIC 9(5)     VALUE 0.               00001210
       01  WS-CHANGEOUT-COUNT       PIC 9(5)     VALUE 0.               00009999
       01  WS-NET-POSTED-COUNT      PIC 9(5)     VALUE 0.               00009999
       01  WS-RECV-IGNORED-COUNT    PIC 9(5)     VALUE 0.               00009999
       01  WS-REJECT-COUNT          PIC 9(5)     VALUE 0.               00001220
       01  WS-WINDOW-REREAD-COUNT   PIC 9(5)     VALUE 0.               00009999
       01  WS-UNRETURNED-COUNT      PIC 9(5)     VALUE 0.               00009999
                                                                        00001230
      ***************************************************************** 00001240
      * REGISTER DETAIL WORK FIELDS                                     00001250
       01  WS-MTR-ACCT-ED           PIC ZZZZZ9.                         00001280
       01  WS-MTR-KWH-ED            PIC ZZZZ,ZZ9.                       00001290
       01  WS-MTR-COUNT-ED          PIC ZZ,ZZ9.                         00001300
       01  WS-MTR-WALK-ED           PIC ZZZ9.                           00009999
       01  WS-MTR-ROUTE             PIC X(4)     VALUE SPACES.          00009999
                                                                        00001310
      ***************************************************************** 00001320
      * UPLOAD REGISTER LINE LAYOUTS                                    00001330
           05  FILLER PIC X(6)  VALUE 'CODE  '.                         00001420
           05  FILLER PIC X(26) VALUE 'RESULT'.                         00001430
                                                                        00001440
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
       01  WS-THIS-STEP             PIC X(8)     VALUE 'MTRUPLD'.       00009999
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
      ***************************************************************** 00001450
      * IT'S GO TIME!                                                   00001460
      ***************************************************************** 00001470
                  '/'              DELIMITED BY SIZE                    00001640
                  WS-RUN-DATE-CCYY DELIMITED BY SIZE                    00001650
               INTO WS-RUN-DATE-ED.                                     00001660
                                                                        00009999
           PERFORM 050-CHECK-STREAM-ORDER.                              00009999
           PERFORM 060-LOG-STEP-START.                                  00009999
                                                                        00001670
           OPEN I-O CUSTMAS-FILE.                                       00001680
           IF WS-CUSTMAS-STATUS NOT = '00'                              00001690
           ELSE                                                         00009999
               DISPLAY 'NO METER INVENTORY ON HAND, STATUS: '           00009999
                   WS-MTRINV-STATUS                                     00009999
           END-IF.                                                      00009999
                                                                        00009999
           OPEN INPUT RTEBOOK-FILE.                                     00009999
           IF WS-RTEBOOK-STATUS = '00'                                  00009999
               SET BOOK-ON-HAND TO TRUE                                 00009999
               PERFORM UNTIL RTEBOOK-EOF                                00009999
                   READ RTEBOOK-FILE                                    00009999
                       AT END                                           00009999
                           SET RTEBOOK-EOF TO TRUE                      00009999
                       NOT AT END                                       00009999
                           PERFORM 130-LOAD-BOOK-RECORD                 00009999
                   END-READ                                             00009999
               END-PERFORM                                              00009999
               CLOSE RTEBOOK-FILE                                       00009999
           ELSE                                                         00009999
               DISPLAY 'NO ROUTE BOOK ON HAND, STATUS: '                00009999
                   WS-RTEBOOK-STATUS                                    00009999
           END-IF.                                                      00009999
                                                                        00001810
      *    RE-READ REQUESTS APPEND TO THE LIST THE FIELD CREWS ARE      00009999
               END-READ                                                 00002050
           END-PERFORM.                                                 00002060
                                                                        00002070
           PERFORM 600-LIST-UNRETURNED.                                 00009999
                                                                        00009999
           PERFORM 900-WRITE-REGISTER-SUMMARY.                          00002080
                                                                        00002090
           CLOSE CUSTMAS-FILE.                                          00002100
           CLOSE METERRD-FILE.                                          00002110
           CLOSE RREAD-FILE.                                            00002120
           CLOSE MTR-FILE.                                              00002130
           PERFORM 090-LOG-STEP-END.                                    00009999
           STOP RUN.                                                    00002140
                                                                        00002150
      ***************************************************************** 00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Load one route book record into WS-BOOK-TABLE.                  00009999
      ***************************************************************** 00009999
       130-LOAD-BOOK-RECORD.                                            00009999
           IF WS-BOOK-ENTRIES-USED >= 500                               00009999
               DISPLAY 'ROUTE BOOK TABLE FULL, DROPPED: '               00009999
                   RB-ACCOUNT-NO                                        00009999
           ELSE                                                         00009999
               ADD 1 TO WS-BOOK-ENTRIES-USED                            00009999
               SET WS-BK-IDX TO WS-BOOK-ENTRIES-USED                    00009999
               MOVE RB-ACCOUNT-NO   TO WS-BK-ACCOUNT-NO (WS-BK-IDX)     00009999
               MOVE RB-ROUTE-NO     TO WS-BK-ROUTE-NO (WS-BK-IDX)       00009999
               MOVE RB-WALK-SEQ     TO WS-BK-WALK-SEQ (WS-BK-IDX)       00009999
               MOVE RB-METER-NO     TO WS-BK-METER-NO (WS-BK-IDX)       00009999
               MOVE RB-WINDOW-BASIS TO WS-BK-WINDOW-BASIS (WS-BK-IDX)   00009999
               MOVE RB-LOW-KWH      TO WS-BK-LOW-KWH (WS-BK-IDX)        00009999
               MOVE RB-HIGH-KWH     TO WS-BK-HIGH-KWH (WS-BK-IDX)       00009999
               MOVE 'N'             TO WS-BK-RETURNED (WS-BK-IDX)       00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Look up the meter on this reading in the inventory and set      00009999
      * the dial count, modulus and multiplier the consumption will     00009999
      * be worked with. A reading whose meter number disagrees with     00009999
           COMPUTE WS-KWH-MAX-SCALED =                                  00009999
               WS-KWH-MAX-REASONABLE * WS-METER-MULTIPLIER.             00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Find the reading's account in the route book, mark it           00009999
      * returned, and set the limits its consumption is edited          00009999
      * against: the book's high/low window when it drew one from       00009999
      * the account's history, otherwise nothing below and the flat     00009999
      * cap (per register turn, times the multiplier) above. Run        00009999
      * after 150-FIND-METER, which scales the cap.                     00009999
      ***************************************************************** 00009999
       160-FIND-BOOK-WINDOW.                                            00009999
           MOVE 'N' TO WS-BOOK-WINDOW-SW.                               00009999
           MOVE 0 TO WS-KWH-LOW-LIMIT.                                  00009999
           MOVE WS-KWH-MAX-SCALED TO WS-KWH-HIGH-LIMIT.                 00009999
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1                        00009999
                   UNTIL WS-BK-IDX > WS-BOOK-ENTRIES-USED               00009999
               IF MR-ACCOUNT-NO = WS-BK-ACCOUNT-NO (WS-BK-IDX)          00009999
                   MOVE 'Y' TO WS-BK-RETURNED (WS-BK-IDX)               00009999
                   IF WS-BK-WINDOW-BASIS (WS-BK-IDX) = 'S' OR 'R'       00009999
                       SET BOOK-WINDOW TO TRUE                          00009999
                       MOVE WS-BK-LOW-KWH (WS-BK-IDX)                   00009999
                           TO WS-KWH-LOW-LIMIT                          00009999
                       MOVE WS-BK-HIGH-KWH (WS-BK-IDX)                  00009999
                           TO WS-KWH-HIGH-LIMIT                         00009999
                   END-IF                                               00009999
                   SET WS-BK-IDX TO WS-BOOK-ENTRIES-USED                00009999
               END-IF                                                   00009999
           END-PERFORM.                                                 00009999
                                                                        00009999
      ***************************************************************** 00002160
      * Process one uploaded reading: screen the read code and          00002170
      * duplicates, fetch the account by key, compute the               00002180
      ***************************************************************** 00002210
       200-PROCESS-READING.                                             00009999
           PERFORM 150-FIND-METER.                                      00009999
           PERFORM 160-FIND-BOOK-WINDOW.                                00009999
           PERFORM 300-COMPUTE-CONSUMPTION.                             00009999
                                                                        00009999
           IF NOT MR-READ-ACTUAL AND NOT MR-READ-ESTIMATED              00009999
           ELSE                                                         00009999
           IF MR-CURRENT-READ >= WS-METER-MODULUS                       00009999
                   OR MR-PREVIOUS-READ >= WS-METER-MODULUS              00009999
                   OR (RECV-REGISTER-READ                               00009999
                       AND (MR-RECV-CURRENT-READ >= WS-METER-MODULUS    00009999
                         OR MR-RECV-PREVIOUS-READ >= WS-METER-MODULUS)) 00009999
      *        A READ THE METER'S DIALS CANNOT SHOW IS A KEYING OR      00009999
      *        ROUTE PROBLEM - SEND THE CREW BACK OUT                   00009999
               MOVE 'READ EXCEEDS METER DIALS' TO WS-RREAD-REASON       00009999
      *    WORKS THE COMBINED PERIOD TOTAL. AN OUT-READ THAT WAS        00009999
      *    ITSELF REJECTED LEFT LAST CYCLE'S USAGE ON THE MASTER, SO    00009999
      *    THE IN-READ GOES BACK TO THE FIELD INSTEAD OF COMBINING.     00009999
      *    A NET-METERED ACCOUNT'S OUT-READ POSTED ITS NET, SO THE      00009999
      *    OLD METER'S DELIVERED KWH IS THAT NET PLUS ITS RECEIVED.     00009999
      *    ANY OTHER ACCOUNT POSTS THE DELIVERED REGISTER ONLY.         00009999
           IF CM-KWH-RECEIVED NOT NUMERIC                               00009999
               MOVE 0 TO CM-KWH-RECEIVED                                00009999
           END-IF.                                                      00009999
           IF METER-CHANGEOUT                                           00009999
               IF CM-NET-METERED                                        00009999
                   COMPUTE WS-COMBINED-KWH =                            00009999
                       CM-KWH-USED + CM-KWH-RECEIVED + WS-COMPUTED-KWH  00009999
                   COMPUTE WS-RECV-COMBINED-KWH =                       00009999
                       CM-KWH-RECEIVED + WS-RECV-KWH                    00009999
               ELSE                                                     00009999
                   COMPUTE WS-COMBINED-KWH =                            00009999
                       CM-KWH-USED + WS-COMPUTED-KWH                    00009999
                   MOVE 0 TO WS-RECV-COMBINED-KWH                       00009999
               END-IF                                                   00009999
           ELSE                                                         00009999
               MOVE WS-COMPUTED-KWH TO WS-COMBINED-KWH                  00009999
               MOVE WS-RECV-KWH TO WS-RECV-COMBINED-KWH                 00009999
           END-IF.                                                      00009999
           IF NOT CM-NET-METERED                                        00009999
               MOVE 0 TO WS-RECV-COMBINED-KWH                           00009999
           END-IF.                                                      00009999
                                                                        00009999
           IF METER-CHANGEOUT AND NOT OUT-READ-POSTED                   00009999
               MOVE 'CHANGE-OUT READ UNPOSTED'                          00009999
                   TO WS-RREAD-REASON                                   00009999
               ADD 1 TO WS-REREAD-COUNT                                 00009999
               MOVE 'R' TO WS-PD-STAT                                   00009999
           ELSE                                                         00009999
      *    A BOOKED METER IS HELD TO ITS OWN HIGH/LOW WINDOW - TOO      00009999
      *    LOW IS AS SUSPECT AS TOO HIGH (A MISREAD DIAL, THE WRONG     00009999
      *    METER). ANY OTHER READ IS HELD TO THE FLAT CAP.              00009999
           IF WS-COMBINED-KWH > WS-KWH-HIGH-LIMIT                       00009999
                   OR WS-COMBINED-KWH < WS-KWH-LOW-LIMIT                00009999
               EVALUATE TRUE                                            00009999
                   WHEN NOT BOOK-WINDOW                                 00009999
                       MOVE 'CONSUMPTION OUT OF RANGE'                  00009999
                           TO WS-RREAD-REASON                           00009999
                   WHEN WS-COMBINED-KWH > WS-KWH-HIGH-LIMIT             00009999
                       MOVE 'ABOVE HIGH READ LIMIT' TO WS-RREAD-REASON  00009999
                       ADD 1 TO WS-WINDOW-REREAD-COUNT                  00009999
                   WHEN OTHER                                           00009999
                       MOVE 'BELOW LOW READ LIMIT' TO WS-RREAD-REASON   00009999
                       ADD 1 TO WS-WINDOW-REREAD-COUNT                  00009999
               END-EVALUATE                                             00009999
               PERFORM 370-WRITE-REREAD-REQUEST                         00009999
               MOVE 'RE-READ REQUESTED' TO WS-MTR-RESULT                00009999
               PERFORM 560-WRITE-REGISTER-LINE                          00009999
               ADD 1 TO WS-REREAD-COUNT                                 00009999
               MOVE 'R' TO WS-PD-STAT                                   00009999
           ELSE                                                         00009999
           IF WS-RECV-COMBINED-KWH > WS-KWH-MAX-SCALED                  00009999
               MOVE 'RECV READ OUT OF RANGE' TO WS-RREAD-REASON         00009999
               PERFORM 370-WRITE-REREAD-REQUEST                         00009999
               MOVE 'RE-READ REQUESTED' TO WS-MTR-RESULT                00009999
               PERFORM 560-WRITE-REGISTER-LINE                          00009999
               ADD 1 TO WS-REREAD-COUNT                                 00009999
               MOVE 'R' TO WS-PD-STAT                                   00009999
           ELSE                                                         00009999
               IF CM-NET-METERED                                        00009999
                   COMPUTE CM-KWH-USED =                                00009999
                       WS-COMBINED-KWH - WS-RECV-COMBINED-KWH           00009999
                   MOVE WS-RECV-COMBINED-KWH TO CM-KWH-RECEIVED         00009999
               ELSE                                                     00009999
                   MOVE WS-COMBINED-KWH TO CM-KWH-USED                  00009999
               END-IF                                                   00009999
               MOVE MR-READ-CODE    TO CM-READ-CODE                     00009999
               MOVE MR-READ-DATE    TO CM-LAST-READ-DATE                00009999
               MOVE MR-CURRENT-READ TO CM-LAST-REGISTER-READ            00009999
      *        AN ACTUAL (OR CUSTOMER) READ BREAKS THE RUN OF           00009999
      *        CONSECUTIVE ESTIMATED BILLS THE BILLING RUN COUNTS       00009999
               IF NOT MR-READ-ESTIMATED                                 00009999
                   MOVE 'POSTED - CHANGE-OUT' TO WS-MTR-RESULT          00009999
                   ADD 1 TO WS-CHANGEOUT-COUNT                          00009999
               END-IF                                                   00009999
               IF CM-NET-METERED                                        00009999
                   ADD 1 TO WS-NET-POSTED-COUNT                         00009999
               ELSE                                                     00009999
                   IF RECV-REGISTER-READ                                00009999
                       MOVE 'POSTED - RECV NOT NET MTR'                 00009999
                           TO WS-MTR-RESULT                             00009999
                       ADD 1 TO WS-RECV-IGNORED-COUNT                   00009999
                   END-IF                                               00009999
               END-IF                                                   00009999
               IF MR-READ-ESTIMATED                                     00002720
                   MOVE 'POSTED - ESTIMATED' TO WS-MTR-RESULT           00002730
                   ADD 1 TO WS-ESTIMATED-COUNT                          00002740
               ADD 1 TO WS-POSTED-COUNT                                 00002770
               MOVE 'P' TO WS-PD-STAT                                   00009999
           END-IF                                                       00009999
           END-IF                                                       00009999
           END-IF.                                                      00002780
           IF WS-POSTED-ENTRIES-USED < 200                              00002790
               ADD 1 TO WS-POSTED-ENTRIES-USED                          00002800
           END-IF.                                                      00009999
           COMPUTE WS-COMPUTED-KWH =                                    00009999
               WS-RAW-KWH * WS-METER-MULTIPLIER.                        00009999
      *    THE RECEIVED REGISTER IS WORKED THE SAME WAY WHEN THE        00009999
      *    UPLOAD CARRIES ONE                                           00009999
           MOVE 'N' TO WS-RECV-REGISTER-SW.                             00009999
           MOVE 0 TO WS-RECV-KWH.                                       00009999
           IF MR-RECV-PREVIOUS-READ IS NUMERIC                          00009999
                   AND MR-RECV-CURRENT-READ IS NUMERIC                  00009999
                   AND (MR-RECV-PREVIOUS-READ NOT = 0                   00009999
                       OR MR-RECV-CURRENT-READ NOT = 0)                 00009999
               SET RECV-REGISTER-READ TO TRUE                           00009999
               IF MR-RECV-CURRENT-READ >= MR-RECV-PREVIOUS-READ         00009999
                   COMPUTE WS-RECV-RAW-KWH =                            00009999
                       MR-RECV-CURRENT-READ - MR-RECV-PREVIOUS-READ     00009999
               ELSE                                                     00009999
                   COMPUTE WS-RECV-RAW-KWH =                            00009999
                       WS-METER-MODULUS - MR-RECV-PREVIOUS-READ         00009999
                           + MR-RECV-CURRENT-READ                       00009999
               END-IF                                                   00009999
               COMPUTE WS-RECV-KWH =                                    00009999
                   WS-RECV-RAW-KWH * WS-METER-MULTIPLIER                00009999
           END-IF.                                                      00009999
                                                                        00003170
      ***************************************************************** 00009999
      * Write one re-read request for the field crews, carrying both    00009999
               INTO WS-MTR-LINE-WORK.                                   00003490
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00003500
               AFTER ADVANCING 1 LINE.                                  00003510
      *    A RECEIVED REGISTER PRINTS ON ITS OWN LINE UNDER THE         00009999
      *    DELIVERED ONE                                                00009999
           IF RECV-REGISTER-READ                                        00009999
               PERFORM 565-WRITE-RECEIVED-LINE                          00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Write the received (to-grid) register line that follows a       00009999
      * bidirectional meter's delivered register line.                  00009999
      ***************************************************************** 00009999
       565-WRITE-RECEIVED-LINE.                                         00009999
           MOVE WS-RECV-KWH TO WS-MTR-KWH-ED.                           00009999
           MOVE SPACES TO WS-MTR-LINE-WORK.                             00009999
           STRING '         '             DELIMITED BY SIZE             00009999
                  MR-RECV-PREVIOUS-READ   DELIMITED BY SIZE             00009999
                  '    '                  DELIMITED BY SIZE             00009999
                  MR-RECV-CURRENT-READ    DELIMITED BY SIZE             00009999
                  '    '                  DELIMITED BY SIZE             00009999
                  WS-MTR-KWH-ED           DELIMITED BY SIZE             00009999
                  '        '              DELIMITED BY SIZE             00009999
                  'RECEIVED (TO GRID)'    DELIMITED BY SIZE             00009999
               INTO WS-MTR-LINE-WORK.                                   00009999
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00003520
      ***************************************************************** 00009999
      * List the booked meters no reading came back for, in the         00009999
      * route book's walk order, so the route can go back out           00009999
      * before the billing run has to estimate them.                    00009999
      ***************************************************************** 00009999
       600-LIST-UNRETURNED.                                             00009999
           IF BOOK-ON-HAND                                              00009999
               WRITE MTR-LINE FROM WS-MTR-SEP-LINE                      00009999
                   AFTER ADVANCING 1 LINE                               00009999
               MOVE 'BOOKED METERS NOT RETURNED IN THIS UPLOAD'         00009999
                   TO WS-MTR-LINE-WORK                                  00009999
               WRITE MTR-LINE FROM WS-MTR-LINE-WORK                     00009999
                   AFTER ADVANCING 1 LINE                               00009999
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1                    00009999
                       UNTIL WS-BK-IDX > WS-BOOK-ENTRIES-USED           00009999
                   IF WS-BK-RETURNED (WS-BK-IDX) NOT = 'Y'              00009999
                       PERFORM 610-WRITE-UNRETURNED-LINE                00009999
                   END-IF                                               00009999
               END-PERFORM                                              00009999
           END-IF.                                                      00009999
                                                                        00009999
      ***************************************************************** 00009999
      * Write one not-returned line for the booked meter at             00009999
      * WS-BK-IDX.                                                      00009999
      ***************************************************************** 00009999
       610-WRITE-UNRETURNED-LINE.                                       00009999
           ADD 1 TO WS-UNRETURNED-COUNT.                                00009999
           MOVE WS-BK-ACCOUNT-NO (WS-BK-IDX) TO WS-MTR-ACCT-ED.         00009999
           MOVE WS-BK-WALK-SEQ (WS-BK-IDX) TO WS-MTR-WALK-ED.           00009999
           IF WS-BK-ROUTE-NO (WS-BK-IDX) = SPACES                       00009999
               MOVE 'NONE' TO WS-MTR-ROUTE                              00009999
           ELSE                                                         00009999
               MOVE WS-BK-ROUTE-NO (WS-BK-IDX) TO WS-MTR-ROUTE          00009999
           END-IF.                                                      00009999
           MOVE SPACES TO WS-MTR-LINE-WORK.                             00009999
           STRING WS-MTR-ACCT-ED             DELIMITED BY SIZE          00009999
                  '   ROUTE '                DELIMITED BY SIZE          00009999
                  WS-MTR-ROUTE               DELIMITED BY SIZE          00009999
                  '  WALK '                  DELIMITED BY SIZE          00009999
                  WS-MTR-WALK-ED             DELIMITED BY SIZE          00009999
                  '  METER '                 DELIMITED BY SIZE          00009999
                  WS-BK-METER-NO (WS-BK-IDX) DELIMITED BY SIZE          00009999
                  '  NOT RETURNED'           DELIMITED BY SIZE          00009999
               INTO WS-MTR-LINE-WORK.                                   00009999
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
      ***************************************************************** 00003530
      * Write the upload register's one-time title and column header    00003540
      * (no pagination - one route's reads fit a page).                 00003550
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00004100
               AFTER ADVANCING 1 LINE.                                  00004110
                                                                        00009999
           MOVE WS-WINDOW-REREAD-COUNT TO WS-MTR-COUNT-ED.              00009999
           MOVE SPACES TO WS-MTR-LINE-WORK.                             00009999
           STRING '  OUTSIDE WINDOW  : ' DELIMITED BY SIZE              00009999
                  WS-MTR-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MTR-LINE-WORK.                                   00009999
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-CHANGEOUT-COUNT TO WS-MTR-COUNT-ED.                  00009999
           MOVE SPACES TO WS-MTR-LINE-WORK.                             00009999
           STRING 'CHANGE-OUTS JOINED: ' DELIMITED BY SIZE              00009999
                  WS-MTR-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MTR-LINE-WORK.                                   00009999
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-NET-POSTED-COUNT TO WS-MTR-COUNT-ED.                 00009999
           MOVE SPACES TO WS-MTR-LINE-WORK.                             00009999
           STRING 'NET METERED POSTED: ' DELIMITED BY SIZE              00009999
                  WS-MTR-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MTR-LINE-WORK.                                   00009999
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00009999
           MOVE WS-RECV-IGNORED-COUNT TO WS-MTR-COUNT-ED.               00009999
           MOVE SPACES TO WS-MTR-LINE-WORK.                             00009999
           STRING 'RECV REGS IGNORED : ' DELIMITED BY SIZE              00009999
                  WS-MTR-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MTR-LINE-WORK.                                   00009999
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
                                                                        00004120
               INTO WS-MTR-LINE-WORK.                                   00004170
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00004180
               AFTER ADVANCING 1 LINE.                                  00004190
                                                                        00009999
           MOVE WS-UNRETURNED-COUNT TO WS-MTR-COUNT-ED.                 00009999
           MOVE SPACES TO WS-MTR-LINE-WORK.                             00009999
           STRING 'BOOK NOT RETURNED : ' DELIMITED BY SIZE              00009999
                  WS-MTR-COUNT-ED        DELIMITED BY SIZE              00009999
               INTO WS-MTR-LINE-WORK.                                   00009999
           WRITE MTR-LINE FROM WS-MTR-LINE-WORK                         00009999
               AFTER ADVANCING 1 LINE.                                  00009999
           WRITE MTR-LINE FROM WS-MTR-SEP-LINE                          00004200
               AFTER ADVANCING 1 LINE.                                  00004210
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
      * Log this step's end. MTRUPLD posts by key and never passes the  00009999
      * master, so it logs the readings read and posted, no dollars.    00009999
      ***************************************************************** 00009999
       090-LOG-STEP-END.                                                00009999
           MOVE WS-READS-READ-COUNT TO WS-LOG-RECORDS-IN.               00009999
           MOVE WS-POSTED-COUNT     TO WS-LOG-RECORDS-OUT.              00009999
           MOVE WS-POSTED-COUNT     TO WS-LOG-CONTROL-COUNT.            00009999
           MOVE 0 TO WS-LOG-AMOUNT-IN WS-LOG-AMOUNT-OUT                 00009999
                     WS-LOG-CONTROL-AMOUNT.                             00009999
           MOVE 'E' TO WS-LOG-EVENT.                                    00009999
           MOVE 0 TO WS-LOG-RETURN-CODE.                                00009999
           MOVE SPACES TO WS-LOG-OPERATOR WS-LOG-REMARKS.               00009999
           PERFORM 070-WRITE-RUN-LOG.                                   00009999
