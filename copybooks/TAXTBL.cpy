      * schedule table serves 200-CALC-TIERS. Rates are V9999
      * fractions (0300 = 3.00 percent). Jurisdiction 00 is the
      * no-tax bucket for accounts outside every taxing body.
      * The late charge exempt flag (Y) marks a jurisdiction where
      * the commission bars late payment charges; LATECHG skips
      * accounts there.
      *
      * WS-TAX-TABLE-DATA holds the table contents as VALUE
      * literals; WS-TAX-TABLE REDEFINES it as an OCCURS table for
      * SEARCH.
      *****************************************************************
       01  WS-TAX-TABLE-DATA.
           05  FILLER PIC X(23) VALUE
               '00NONE        00000000N'.
           05  FILLER PIC X(23) VALUE
               '01CITY CENTRAL03000525N'.
           05  FILLER PIC X(23) VALUE
               '02CITY NORTH  02500525N'.
           05  FILLER PIC X(23) VALUE
               '03COUNTY      00000525Y'.

       01  WS-TAX-TABLE REDEFINES WS-TAX-TABLE-DATA.
           05  WS-TAX-ENTRY OCCURS 4 TIMES
               10  WS-TAX-JURIS-NAME     PIC X(12).
               10  WS-TAX-FRANCHISE-RATE PIC V9999.
               10  WS-TAX-UTILITY-RATE   PIC V9999.
               10  WS-TAX-LATE-EXEMPT    PIC X(1).
                   88  TAX-LATE-CHG-EXEMPT       VALUE 'Y'.
