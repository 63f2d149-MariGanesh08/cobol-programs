      * CUSTOMER MASTER RECORD LAYOUT - SHARED BY CUSTMNT, CUSTREL,
      * INTPOST, TDMATUR, WHTCERT, CHGAPPLY, ALRTGEN AND INTGAUD
      * (CUSTKSDS).
      * ALERT OPTIONS ARE Y/N FLAGS IN THE ORDER REJECTED TRANSACTION,
      * LARGE DEBIT, LOW BALANCE, HOLD PLACED, STANDING ORDER FAILED
      * AND DORMANCY WARNING.
       01 CUST-REC.
          05 CUST-NO PIC X(8).
          05 CUST-FULL-NAME PIC X(30).
          05 CUST-ADDRESS PIC X(60).
          05 CUST-CONTACT PIC X(20).
          05 CUST-ID-DOC PIC X(20).
          05 CUST-TAX-CATEGORY PIC X(2).
          05 CUST-ALERT-PREFS.
             10 CUST-ALERT-CHANNEL PIC X(1).
                88 CUST-ALERT-BY-SMS VALUE "S".
                88 CUST-ALERT-BY-EMAIL VALUE "E".
                88 CUST-ALERT-NONE VALUE "N" " ".
             10 CUST-ALERT-OPTIONS PIC X(6).
             10 CUST-ALERT-OPTION-TAB REDEFINES CUST-ALERT-OPTIONS.
                15 CUST-ALERT-OPTION PIC X(1) OCCURS 6 TIMES.
             10 CUST-ALERT-DEBIT-LIMIT PIC 9(7)V99.
