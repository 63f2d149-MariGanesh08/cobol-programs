      * STOP-PAYMENT MASTER RECORD LAYOUT - SHARED BY STOPMNT AND
      * CHQCLR (STOPKSDS).
       01 STOP-REC.
          05 STOP-KEY.
             10 STP-ACCT-NO PIC X(10).
             10 STP-FROM-CHQ PIC 9(8).
          05 STP-TO-CHQ PIC 9(8).
          05 STP-AMOUNT PIC 9(7)V99.
          05 STP-REASON PIC X(4).
          05 STP-PLACE-DATE PIC 9(8).
          05 STP-EXPIRY-DATE PIC 9(8).
          05 STP-STATUS PIC X(1).
             88 STP-STATUS-ACTIVE VALUE "A".
             88 STP-STATUS-REVOKED VALUE "R".
