      * PENDING MASTER CHANGE RECORD LAYOUT - SHARED BY ACCTMAINT,
      * CUSTMNT, HOLDMNT, SOMAINT, CHGAPPR, CHGAPPLY AND CHGRPT
      * (PENDKSDS).
       01 PEND-REC.
          05 PND-CHANGE-ID.
             10 PND-ENTRY-STAMP PIC X(16).
             10 PND-SOURCE PIC X(4).
                88 PND-SRC-ACCOUNT VALUE "ACCT".
                88 PND-SRC-CUSTOMER VALUE "CUST".
                88 PND-SRC-HOLD VALUE "HOLD".
                88 PND-SRC-SORDER VALUE "SORD".
             10 PND-ENTRY-SEQ PIC 9(4).
          05 PND-ACTION PIC X(1).
          05 PND-RECORD-KEY PIC X(20).
          05 PND-HOLD-KEY-R REDEFINES PND-RECORD-KEY.
             10 PND-HOLD-ACCT-NO PIC X(10).
             10 PND-HOLD-SEQ-NO PIC 9(4).
             10 FILLER PIC X(6).
          05 PND-MAKER-ID PIC X(8).
          05 PND-ENTRY-DATE PIC 9(8).
          05 PND-STATUS PIC X(1).
             88 PND-STATUS-PENDING VALUE "P".
             88 PND-STATUS-APPROVED VALUE "A".
             88 PND-STATUS-REJECTED VALUE "R".
             88 PND-STATUS-APPLIED VALUE "D".
             88 PND-STATUS-FAILED VALUE "F".
          05 PND-CHECKER-ID PIC X(8).
          05 PND-DECISION-DATE PIC 9(8).
          05 PND-APPLY-DATE PIC 9(8).
          05 PND-RESULT-TEXT PIC X(12).
          05 PND-CHANGE-DATA PIC X(132).
          05 PND-ACCT-CHANGE REDEFINES PND-CHANGE-DATA.
             10 PND-MAX-WITHDRAW PIC 9(7)V99.
             10 PND-MIN-BAL PIC 9(7)V99.
             10 PND-OD-LIMIT PIC 9(7)V99.
             10 FILLER PIC X(105).
          05 PND-CUST-CHANGE REDEFINES PND-CHANGE-DATA.
             10 PND-CUST-NAME PIC X(30).
             10 PND-CUST-ADDRESS PIC X(60).
             10 PND-CUST-CONTACT PIC X(20).
             10 PND-CUST-ID-DOC PIC X(20).
             10 PND-CUST-TAX-CATEGORY PIC X(2).
          05 PND-SORD-CHANGE REDEFINES PND-CHANGE-DATA.
             10 PND-SO-AMOUNT PIC 9(7)V99.
             10 PND-SO-FREQUENCY PIC X(1).
             10 PND-SO-NEXT-DUE-DATE PIC 9(8).
             10 PND-SO-EXPIRY-DATE PIC 9(8).
             10 FILLER PIC X(106).
