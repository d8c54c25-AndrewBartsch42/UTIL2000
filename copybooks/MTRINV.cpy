           05  MI-METER-NO          PIC X(8).
           05  MI-DIAL-COUNT        PIC 9(1).
           05  MI-MULTIPLIER        PIC 9(4).
      * Meter reading route and the meter's place in the route's walk
      * order, so RTEBOOK can print each route's read sheet and
      * handheld download in the order the reader walks it. Spaces
      * (records written before the fields existed) mean no route
      * assigned - RTEBOOK books the meter under an unassigned route.
           05  MI-ROUTE-NO          PIC X(4).
           05  MI-WALK-SEQ          PIC 9(4).
