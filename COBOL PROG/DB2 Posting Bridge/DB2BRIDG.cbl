       FD BRIDGE-WORK-FILE.
       01 BRIDGE-WORK-REC.
          05 BRW-ACCT-NO PIC X(10).
          05 BRW-NEW-BAL PIC S9(7)V99.
          05 BRW-TIMESTAMP PIC X(21).
       FD BRIDGE-SORTED-FILE.
       01 BRIDGE-SORTED-REC.
          05 BRS-ACCT-NO PIC X(10).
          05 BRS-NEW-BAL PIC S9(7)V99.
          05 BRS-TIMESTAMP PIC X(21).
       SD BRIDGE-SORT-FILE.
       01 BRIDGE-SORT-REC.
          05 BSR-ACCT-NO PIC X(10).
          05 BSR-NEW-BAL PIC S9(7)V99.
          05 BSR-TIMESTAMP PIC X(21).
       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-REC PIC X(100).
       01 BRS-FS PIC XX.
       01 CTL-FS PIC XX.
       01 WS-ACCT-NO PIC X(10).
       01 WS-FINAL-BAL PIC S9(7)V99.
       01 WS-CURR-ACCT PIC X(10) VALUE SPACES.
       01 WS-TOTAL-POSTINGS PIC 9(7) VALUE 0.
       01 WS-TOTAL-UPDATED PIC 9(7) VALUE 0.
