      * CUSTSEQ-FILE - FLAT IMAGE, SAME LAYOUT AS THE MASTER RECORD     00000340
      ***************************************************************** 00000350
       FD  CUSTSEQ-FILE.                                                00000360
       01  CUSTSEQ-RECORD           PIC X(264).                         00009999
      ***************************************************************** 00000380
      * CUSTMAS-FILE - CUSTOMER MASTER (SEE COPYBOOKS/CUSTMAS.CPY)      00000390
      ***************************************************************** 00000400
