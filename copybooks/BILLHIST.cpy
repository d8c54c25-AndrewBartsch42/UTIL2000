      * period. Absent (space-filled, NOT numeric) on records written
      * before the field existed - test NUMERIC before using it.
           05  BH-BILLING-CYCLE     PIC 9(2).
      * BH-CLOSING-ADJ carries a bill's balance adjustments that are
      * billed in neither BH-TOTAL-BILL nor BH-TAX-AMOUNT: on a
      * closing (move-out) bill, the budget deferral credit absorbed
      * into the final amount due, less the security deposit (plus
      * interest) settled against it; on a net-metered account's
      * settlement bill, less the credit paid for its banked
      * generation (BH-NET-SETTLE-CREDIT). Zero on an ordinary bill.
      * It is what lets a balance rebuilt from this history foot to
      * the master. Absent (space-filled, NOT numeric) on records
      * written before the field existed - test NUMERIC before using
      * it and treat it as zero.
           05  BH-CLOSING-ADJ       PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
      * BH-DUE-DATE is the date this bill was due, as printed on the
      * bill document. Absent (space-filled, NOT numeric) on records
      * written before the field existed - test NUMERIC before using
      * it.
           05  BH-DUE-DATE          PIC 9(8).
      * BH-SCHEDULE-CODE and BH-BILLING-DAYS are the rate schedule
      * and the days in the service period the bill was priced on, so
      * a bill can be repriced and its revenue reversed long after the
      * master has moved on. BH-ENTRY-TYPE says what the record is:
      * an ordinary bill, the reversal of a bill cancelled by the
      * cancel/rebill program (REBILL), or the corrected bill written
      * in its place. A cancel record carries the cancelled bill's
      * amounts, unsigned, under the cancelled bill's run date - every
      * reader that totals history must SUBTRACT it. All three fields
      * are absent (space-filled) on records written before they
      * existed: a space entry type is an ordinary bill, and the
      * schedule and days fall back to the master's.
           05  BH-SCHEDULE-CODE     PIC X(15).
           05  BH-BILLING-DAYS      PIC 9(2).
           05  BH-ENTRY-TYPE        PIC X(1).
               88  BH-ENTRY-BILL                 VALUES 'B' SPACE.
               88  BH-ENTRY-CANCEL               VALUE 'X'.
               88  BH-ENTRY-REBILL               VALUE 'R'.
      * Net metering. BH-NET-METER-FLAG is Y on a bill cut for a
      * net-metered account. BH-KWH-USED stays the kWh billed through
      * the tiers; BH-KWH-DELIVERED and BH-KWH-RECEIVED are what the
      * two registers read for the period, BH-KWH-BANKED is the
      * generation bank carried forward after this bill, and
      * BH-KWH-SETTLED / BH-NET-SETTLE-CREDIT are the banked kWh paid
      * out (or forfeited, at a zero payout rate) at the annual
      * settlement and the credit given for them - the credit is
      * already inside BH-CLOSING-ADJ. All absent (space-filled) on
      * records written before the fields existed: a flag other than
      * Y is an ordinary bill and the counts should be ignored.
           05  BH-NET-METER-FLAG    PIC X(1).
               88  BH-NET-METERED                VALUE 'Y'.
           05  BH-KWH-DELIVERED     PIC 9(6).
           05  BH-KWH-RECEIVED      PIC 9(6).
           05  BH-KWH-BANKED        PIC 9(7).
           05  BH-KWH-SETTLED       PIC 9(7).
           05  BH-NET-SETTLE-CREDIT PIC 9(5)V99.
      * BH-READ-CODE is the read code the bill was priced on (A
      * actual, E estimated - including a system estimate for a
      * missing read, C customer read), so a statement of account
      * can show what stood behind each bill. Absent (space-filled)
      * on records written before the field existed.
           05  BH-READ-CODE         PIC X(1).
