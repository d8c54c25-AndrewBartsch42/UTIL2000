      * Tax jurisdiction, validated against the TAXTBL table.
      * Required on ADD; spaces on CHANGE leave the master alone.
           05  MT-TAX-JURISDICTION  PIC X(2).
      * Customer name and address (see NAMEADDR.cpy). The full name
      * and complete service address are required on ADD; on CHANGE
      * spaces leave the name and address file alone. An address
      * carried on either action replaces the whole address and
      * must be complete - street, city, state and a numeric zip.
      * MT-MAIL-SAME-SW Y clears the separate mailing address so
      * mail goes back to the service address.
           05  MT-FULL-NAME         PIC X(40).
           05  MT-SVC-STREET        PIC X(30).
           05  MT-SVC-CITY          PIC X(20).
           05  MT-SVC-STATE         PIC X(2).
           05  MT-SVC-ZIP           PIC X(5).
           05  MT-SVC-ZIP-PLUS4     PIC X(4).
           05  MT-MAIL-LINE-1       PIC X(30).
           05  MT-MAIL-LINE-2       PIC X(30).
           05  MT-MAIL-CITY         PIC X(20).
           05  MT-MAIL-STATE        PIC X(2).
           05  MT-MAIL-ZIP          PIC X(5).
           05  MT-MAIL-ZIP-PLUS4    PIC X(4).
           05  MT-MAIL-SAME-SW      PIC X(1).
               88  MT-MAIL-SAME-AS-SERVICE       VALUE 'Y'.
      * Medical certificate on file: the date the certificate
      * expires (CCYYMMDD). SVCORDR will not cut a disconnect order
      * for the account through that date. Spaces or zero leave the
      * master alone.
           05  MT-MEDICAL-HOLD-DATE PIC 9(8).
           05  MT-MEDICAL-HOLD-X REDEFINES MT-MEDICAL-HOLD-DATE
                                    PIC X(8).
           05  MT-MEDICAL-HOLD-R REDEFINES MT-MEDICAL-HOLD-DATE.
               10  MT-MED-HOLD-CCYY PIC 9(4).
               10  MT-MED-HOLD-MM   PIC 9(2).
               10  MT-MED-HOLD-DD   PIC 9(2).
      * Autopay (bank draft) enrollment: E enrolls the account, or
      * changes the bank account it drafts from, and queues a
      * pre-note - the routing number (with a valid check digit) and
      * the checking account number are required; A activates
      * drafting once the bank has cleared the pre-note; X stops
      * autopay. Space leaves the master alone.
           05  MT-AUTOPAY-ACTION    PIC X(1).
               88  MT-AUTOPAY-ENROLL             VALUE 'E'.
               88  MT-AUTOPAY-ACTIVATE           VALUE 'A'.
               88  MT-AUTOPAY-STOP               VALUE 'X'.
           05  MT-AUTOPAY-ROUTING   PIC X(9).
           05  MT-AUTOPAY-BANK-ACCT PIC X(17).
      * Net metering for customer-owned generation: Y puts the
      * account on net metering (a bidirectional meter is expected
      * from the next upload on), N takes it off, space leaves it
      * alone. Taking an account off keeps its banked generation -
      * the next settlement month pays it out.
           05  MT-NET-METER-FLAG    PIC X(1).
