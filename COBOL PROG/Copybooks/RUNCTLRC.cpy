          05 RC-ACCTMAINT-LAST-RUN PIC 9(8).
          05 RC-DORMSWP-LAST-RUN PIC 9(8).
          05 RC-INT-LAST-MONTH PIC 9(6).
          05 RC-FEEPOST-LAST-RUN PIC 9(8).
          05 RC-FEE-LAST-MONTH PIC 9(6).
          05 RC-CHQCLR-LAST-RUN PIC 9(8).
          05 RC-CLR-LAST-DATE PIC 9(8).
