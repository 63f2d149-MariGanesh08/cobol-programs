      * CUSTOMER ALERT EVENT RECORD LAYOUT - WRITTEN BY SOGEN (SOEVENT)
      * AND DORMSWP (DRMEVENT) FOR EACH EVENT THE CUSTOMER MAY BE
      * ALERTED TO, READ BY ALRTGEN.
       01 ALERT-EVENT-REC.
          05 AEV-EVENT-TYPE PIC X(4).
             88 AEV-ORDER-FAILED VALUE "SOFL".
             88 AEV-DORMANCY-WARNING VALUE "DRMW".
          05 AEV-ACCT-NO PIC X(10).
          05 AEV-EVENT-DATE PIC 9(8).
          05 AEV-EVENT-REF PIC X(10).
          05 AEV-AMOUNT PIC 9(7)V99.
          05 AEV-REASON PIC X(12).
          05 AEV-INFO-DATE PIC 9(8).
