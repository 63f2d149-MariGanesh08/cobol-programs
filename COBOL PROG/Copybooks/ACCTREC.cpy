          05 ACCT-TYPE PIC X(1).
             88 ACCT-TYPE-SAVINGS VALUE "S".
             88 ACCT-TYPE-CURRENT VALUE "C".
             88 ACCT-TYPE-TERM VALUE "T".
          05 BALANCE PIC S9(7)V99.
          05 WS-STATUS PIC X(1).
             88 ACCT-STATUS-ACTIVE VALUE "A".
             88 ACCT-STATUS-INACTIVE VALUE "I".
          05 ACCT-MIN-BAL PIC 9(7)V99.
          05 ACCT-DAY-WDRL-TOTAL PIC 9(7)V99.
          05 ACCT-LAST-ACT-DATE PIC 9(8).
          05 ACCT-OD-LIMIT PIC 9(7)V99.
          05 ACCT-TD-DETAILS.
             10 ACCT-TD-PRINCIPAL PIC 9(7)V99.
             10 ACCT-TD-TERM-MONTHS PIC 9(3).
             10 ACCT-TD-RATE PIC 9V9(4).
             10 ACCT-TD-START-DATE PIC 9(8).
             10 ACCT-TD-MATURITY-DATE PIC 9(8).
             10 ACCT-TD-INSTRUCTION PIC X(1).
                88 ACCT-TD-RENEW-PRINCIPAL VALUE "P".
                88 ACCT-TD-RENEW-ALL VALUE "I".
                88 ACCT-TD-PAY-OUT VALUE "O".
             10 ACCT-TD-PAYOUT-ACCT PIC X(10).
