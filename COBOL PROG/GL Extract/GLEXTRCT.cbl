       FD JOURNAL-FILE-IN.
       01 JOURNAL-IN-REC.
          05 JIN-ACCT-NO PIC X(10).
          05 JIN-OLD-BAL PIC S9(7)V99.
          05 JIN-NEW-BAL PIC S9(7)V99.
          05 JIN-AMOUNT PIC 9(7)V99.
          05 JIN-TIMESTAMP PIC X(21).
          05 JIN-SOURCE PIC X(4).
          05 JIN-TELLER-ID PIC X(4).
          05 JIN-BRANCH-ID PIC X(4).
          05 JIN-EFF-DATE PIC 9(8).
          05 JIN-CHEQUE-NO PIC 9(8).
       FD GLMAP-FILE.
       01 GLMAP-REC.
          05 GLM-SOURCE PIC X(4).
