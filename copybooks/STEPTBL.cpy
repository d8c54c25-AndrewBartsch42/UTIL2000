      *****************************************************************
      * STEPTBL - NIGHTLY BATCH STREAM STEP TABLE
      * The order the nightly stream runs in. Each step names its
      * position, the step that must have ended cleanly before it
      * may run for the same business date, whether its master IN
      * counts should equal that predecessor's OUT counts (not so
      * for UTIL2000, whose predecessor MTRUPLD logs readings rather
      * than master accounts), and whether it runs every night or
      * only when due. DEPACCR and ARCHIST run only when due and both
      * follow ARRECON. Used by every stream step at startup and by
      * RUNSTAT.
      *
      * To add a step, add its entry below and raise WS-STEP-COUNT
      * and the two OCCURS counts to match - every program walks the
      * table by WS-STEP-COUNT. RUNSTAT's own step table has room
      * for up to 20 steps.
      *****************************************************************
       01  WS-STEP-COUNT            PIC 9(2)     VALUE 7.

       01  WS-STEP-TABLE-DATA.
           05  FILLER PIC X(19) VALUE 'MTRUPLD 1        NN'.
           05  FILLER PIC X(19) VALUE 'UTIL20002MTRUPLD NN'.
           05  FILLER PIC X(19) VALUE 'PAYPOST 3UTIL2000YN'.
           05  FILLER PIC X(19) VALUE 'AGE2000 4PAYPOST YN'.
           05  FILLER PIC X(19) VALUE 'ARRECON 5AGE2000 YN'.
           05  FILLER PIC X(19) VALUE 'DEPACCR 6ARRECON YY'.
           05  FILLER PIC X(19) VALUE 'ARCHIST 6ARRECON YY'.

       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
           05  WS-STEP-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME     PIC X(8).
               10  WS-STEP-SEQ      PIC 9(1).
               10  WS-STEP-PRED     PIC X(8).
               10  WS-STEP-COMPARE  PIC X(1).
               10  WS-STEP-WHEN-DUE PIC X(1).

      * Where each step stands for the business date, built from the
      * run log's FINAL entries: N = not run, S = started with no end
      * (abended or still running), E = ended (WS-STEP-LAST-RC says
      * how), R = refused and never run. A refused attempt leaves a
      * step that already ran where it stood - it touched nothing.
       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-SS-IDX.
               10  WS-STEP-STATE    PIC X(1)     VALUE 'N'.
               10  WS-STEP-LAST-RC  PIC 9(2)     VALUE 0.
