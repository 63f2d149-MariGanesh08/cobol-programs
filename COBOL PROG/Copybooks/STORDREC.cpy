      * STANDING ORDER MASTER RECORD LAYOUT - SHARED BY SOMAINT,
      * SOGEN, CHGAPPLY AND INTGAUD (SORDKSDS).
       01 SORD-REC.
          05 SO-ORDER-NO PIC X(10).
          05 SO-ACCT-NO PIC X(10).
