       01 JOURNAL-REC.
          05 JRN-ACCT-NO PIC X(10).
          05 JRN-OLD-BAL PIC S9(7)V99.
          05 JRN-NEW-BAL PIC S9(7)V99.
          05 JRN-AMOUNT PIC 9(7)V99.
          05 JRN-TIMESTAMP PIC X(21).
          05 JRN-SOURCE PIC X(4).
             88 JRN-SRC-DORM-FEE VALUE "DORM".
             88 JRN-SRC-TRANSFER VALUE "XFR ".
             88 JRN-SRC-REVERSAL VALUE "REV ".
             88 JRN-SRC-SERVICE-FEE VALUE "FEE ".
             88 JRN-SRC-DEBIT-INT VALUE "DINT".
             88 JRN-SRC-CHEQUE VALUE "CHQ ".
             88 JRN-SRC-WHT VALUE "WHT ".
          05 JRN-TELLER-ID PIC X(4).
          05 JRN-BRANCH-ID PIC X(4).
          05 JRN-EFF-DATE PIC 9(8).
          05 JRN-CHEQUE-NO PIC 9(8).
