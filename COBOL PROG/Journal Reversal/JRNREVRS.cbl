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
       FD JOURNAL-FILE.
           COPY JOURNREC.
       FD REVERSAL-REPORT-FILE.
                88 REQ-MATCHED VALUE "Y".
             10 WS-REQ-DUP-SW PIC X(1).
                88 REQ-ALREADY-REVERSED VALUE "Y".
             10 WS-REQ-ORIG-OLD-BAL PIC S9(7)V99.
             10 WS-REQ-ORIG-NEW-BAL PIC S9(7)V99.
       01 WS-OLD-BAL PIC S9(7)V99.
       01 WS-NEW-BAL PIC S9(7)V99.
       01 WS-AVAIL-BAL PIC S9(8)V99.
       01 WS-ORIG-WDRL-SW PIC X(1).
           88 WS-ORIG-WITHDRAWAL VALUE "Y".
       01 WS-TOTAL-REQUESTS PIC 9(5) VALUE 0.
               COMPUTE WS-NEW-BAL =
                   BALANCE + WS-REQ-AMOUNT (WS-REQ-SUB)
           ELSE
               MOVE BALANCE TO WS-AVAIL-BAL
               IF ACCT-TYPE-CURRENT AND ACCT-OD-LIMIT NUMERIC
                   ADD ACCT-OD-LIMIT TO WS-AVAIL-BAL
               END-IF
               IF WS-REQ-AMOUNT (WS-REQ-SUB) > WS-AVAIL-BAL
                   MOVE "INSUFFICIENT BALANCE" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PARAGRAPH
           MOVE "SYS " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-TODAY TO JRN-EFF-DATE
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
