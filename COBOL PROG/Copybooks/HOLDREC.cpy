      * FUNDS HOLD RECORD LAYOUT - SHARED BY HOLDMNT, HOLDPURG,
      * PROBLE1, CHQCLR, CHGAPPLY, EODSNAP, ALRTGEN AND INTGAUD
      * (HOLDKSDS).
       01 HOLD-REC.
          05 HOLD-KEY.
             10 HLD-ACCT-NO PIC X(10).
