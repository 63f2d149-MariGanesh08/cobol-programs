       FD PROOF-WORK-FILE.
       01 PROOF-WORK-REC.
          05 PRW-ACCT-NO PIC X(10).
          05 PRW-OLD-BAL PIC S9(7)V99.
          05 PRW-NEW-BAL PIC S9(7)V99.
          05 PRW-TIMESTAMP PIC X(21).
       FD PROOF-SORTED-FILE.
       01 PROOF-SORTED-REC.
          05 PRS-ACCT-NO PIC X(10).
          05 PRS-OLD-BAL PIC S9(7)V99.
          05 PRS-NEW-BAL PIC S9(7)V99.
          05 PRS-TIMESTAMP PIC X(21).
       SD PROOF-SORT-FILE.
       01 PROOF-SORT-REC.
          05 PSR-ACCT-NO PIC X(10).
          05 PSR-OLD-BAL PIC S9(7)V99.
          05 PSR-NEW-BAL PIC S9(7)V99.
          05 PSR-TIMESTAMP PIC X(21).
       FD EXCEPTION-FILE.
       01 EXCEPTION-REC PIC X(100).
       01 PRS-FS PIC XX.
       01 EXC-FS PIC XX.
       01 WS-CURR-ACCT PIC X(10) VALUE SPACES.
       01 WS-OPEN-BAL PIC S9(7)V99.
       01 WS-PRIOR-NEW-BAL PIC S9(7)V99.
       01 WS-MOVEMENT PIC S9(9)V99.
       01 WS-PROVED-BAL PIC S9(9)V99.
       01 WS-GAP-COUNT PIC 9(5).
