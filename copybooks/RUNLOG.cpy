      *****************************************************************
      * RUNLOG - NIGHTLY BATCH STREAM RUN LOG RECORD
      * One log shared by every step of the nightly stream (MTRUPLD,
      * UTIL2000, PAYPOST, AGE2000, ARRECON, and DEPACCR and ARCHIST
      * when due - see STEPTBL.CPY for the order). Each step appends
      * a START entry before it updates anything and an END entry
      * once it has finished, both under the business date the
      * stream is running for. A START with no END after it is a
      * step that abended (or is still running). A step whose
      * predecessor has not ended cleanly logs REFUSED and stops,
      * unless an operator override on STRMCTL lets it through, in
      * which case it logs OVERRIDE with the operator and reason
      * before its START. RUNSTAT prints the log each morning.
      *****************************************************************
      * RL-RETURN-CODE on an END entry: 00 = ended clean, 04 = ended
      * with a control warning on the step's own report (batch
      * control or reconciliation proof out of balance). A REFUSED
      * entry carries 16. Anything 08 or over is not a clean end.
      *
      * RL-RECORDS-IN and RL-AMOUNT-IN are the customer master as
      * the step found it (accounts passed and their net open
      * balance, previous balance less payments received);
      * RL-RECORDS-OUT and RL-AMOUNT-OUT are the master as the step
      * left it. One step's OUT should equal the next step's IN -
      * RUNSTAT flags where they differ. MTRUPLD, which posts by key
      * rather than passing the master, logs readings read and
      * readings posted with no dollars. RL-CONTROL-COUNT and
      * RL-CONTROL-AMOUNT are the step's own work totals (readings
      * posted, bills cut and revenue billed, receipts posted and
      * cash applied, accounts aged and receivables, accounts out
      * of balance and the proof difference, deposits accrued and
      * interest, history records archived).
       01  RL-LOG-RECORD.
           05  RL-BUSINESS-DATE     PIC 9(8).
           05  RL-STEP-NAME         PIC X(8).
           05  RL-EVENT             PIC X(1).
               88  RL-EVENT-START                VALUE 'S'.
               88  RL-EVENT-END                  VALUE 'E'.
               88  RL-EVENT-OVERRIDE             VALUE 'O'.
               88  RL-EVENT-REFUSED              VALUE 'R'.
           05  RL-LOG-DATE          PIC 9(8).
           05  RL-LOG-TIME          PIC 9(6).
           05  RL-BILLING-CYCLE     PIC 9(2).
           05  RL-RUN-MODE          PIC X(5).
               88  RL-MODE-FINAL                 VALUE 'FINAL'.
           05  RL-RETURN-CODE       PIC 9(2).
           05  RL-RECORDS-IN        PIC 9(7).
           05  RL-AMOUNT-IN         PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
           05  RL-RECORDS-OUT       PIC 9(7).
           05  RL-AMOUNT-OUT        PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
           05  RL-CONTROL-COUNT     PIC 9(7).
           05  RL-CONTROL-AMOUNT    PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
           05  RL-OPERATOR-ID       PIC X(8).
           05  RL-REMARKS           PIC X(40).
