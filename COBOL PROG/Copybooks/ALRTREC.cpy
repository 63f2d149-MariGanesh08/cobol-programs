      * CUSTOMER ALERT REGISTER LAYOUT - ONE RECORD PER ALERT ISSUED BY
      * ALRTGEN, KEYED BY ALERT TYPE, ACCOUNT AND EVENT REFERENCE SO
      * THAT NO EVENT IS ALERTED TWICE (ALRTKSDS).
       01 ALERT-REG-REC.
          05 ALR-KEY.
             10 ALR-ALERT-TYPE PIC X(4).
             10 ALR-ACCT-NO PIC X(10).
             10 ALR-EVENT-REF PIC X(21).
          05 ALR-CUST-NO PIC X(8).
          05 ALR-SENT-DATE PIC 9(8).
          05 ALR-CHANNEL PIC X(1).
          05 ALR-CONTACT PIC X(20).
