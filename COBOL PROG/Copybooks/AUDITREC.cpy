      * MASTER CHANGE AUDIT RECORD LAYOUT - WRITTEN BY CHGAPPLY AND
      * READ BY CHGRPT AND COMPMON (AUDFILE). ONE RECORD PER FIELD
      * CHANGED.
       01 AUDIT-REC.
          05 AUD-CHANGE-ID PIC X(24).
          05 AUD-SOURCE PIC X(4).
          05 AUD-ACTION PIC X(1).
          05 AUD-RECORD-KEY PIC X(20).
          05 AUD-FIELD-NAME PIC X(12).
          05 AUD-BEFORE-VALUE PIC X(60).
          05 AUD-AFTER-VALUE PIC X(60).
          05 AUD-MAKER-ID PIC X(8).
          05 AUD-CHECKER-ID PIC X(8).
          05 AUD-ENTRY-DATE PIC 9(8).
          05 AUD-APPLY-DATE PIC 9(8).
          05 AUD-TIMESTAMP PIC X(21).
