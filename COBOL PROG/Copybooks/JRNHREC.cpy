      * JOURNAL HISTORY RECORD LAYOUT - LOADED BY JRNHLOAD, PROVED BY
      * JRNHPRF AND READ BY ACCTDB, STMTGEN, DORMSWP, COMPMON AND
      * INTPOST (JHSTKSDS). THE RECORD WITH AN ALL LOW-VALUES KEY IS
      * THE LOAD CONTROL RECORD.
       01 JRNL-HIST-REC.
          05 JHS-KEY.
             10 JHS-ACCT-NO PIC X(10).
             10 JHS-TIMESTAMP PIC X(21).
             10 JHS-DUP-SEQ PIC 9(2).
          05 JHS-JOURNAL-DATA PIC X(86).
          05 JHS-CONTROL-DATA REDEFINES JHS-JOURNAL-DATA.
             10 JHC-LOAD-DATE PIC 9(8).
             10 JHC-HIGH-TIMESTAMP PIC X(21).
             10 JHC-ENTRY-COUNT PIC 9(9).
             10 JHC-AMOUNT-TOTAL PIC 9(13)V99.
             10 FILLER PIC X(33).
