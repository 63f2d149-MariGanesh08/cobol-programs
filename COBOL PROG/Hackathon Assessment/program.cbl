          05 DW-ACCT-TYPE PIC X(1).
          05 DW-ACCT-NO PIC X(10).
          05 DW-CUST-NAME PIC X(30).
          05 DW-OLD-BAL PIC S9(7)V99.
          05 DW-NEW-BAL PIC S9(7)V99.
          05 DW-AMOUNT PIC 9(7)V99.
          05 DW-RESULT PIC X(4).
       FD DETAIL-SORTED-FILE.
          05 DS-ACCT-TYPE PIC X(1).
          05 DS-ACCT-NO PIC X(10).
          05 DS-CUST-NAME PIC X(30).
          05 DS-OLD-BAL PIC S9(7)V99.
          05 DS-NEW-BAL PIC S9(7)V99.
          05 DS-AMOUNT PIC 9(7)V99.
          05 DS-RESULT PIC X(4).
       FD HOLD-FILE.
          05 SW-ACCT-TYPE PIC X(1).
          05 SW-ACCT-NO PIC X(10).
          05 SW-CUST-NAME PIC X(30).
          05 SW-OLD-BAL PIC S9(7)V99.
          05 SW-NEW-BAL PIC S9(7)V99.
          05 SW-AMOUNT PIC 9(7)V99.
          05 SW-RESULT PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-MIN-BAL PIC 9(7)V99 VALUE 1000.
       01 WS-EFF-MAX-WITHDRAW PIC 9(7)V99.
       01 WS-EFF-MIN-BAL PIC 9(7)V99.
       01 WS-EFF-FLOOR PIC S9(7)V99.
       01 WS-DAY-WDRL-TOTAL PIC 9(8)V99.
       01 WS-TODAY PIC 9(8).
       01 WS-NEW-BAL PIC S9(7)V99.
       01 WS-REJECT-REASON PIC X(4).
           88 REJ-ACCT-NOT-FOUND VALUE "ANF ".
           88 REJ-INACTIVE VALUE "INAC".
           88 REJ-INVALID-TYPE VALUE "TYPX".
           88 REJ-ACCOUNT-CLOSED VALUE "CLSD".
           88 REJ-HOLD-BREACH VALUE "HELD".
           88 REJ-TERM-DEPOSIT VALUE "TDEP".
       01 RPT-FS PIC XX.
       01 JRN-FS PIC XX.
       01 DTL-FS PIC XX.
           88 WS-HOLDS-AVAIL VALUE "Y".
       01 WS-ACTIVE-HOLDS PIC 9(9)V99.
       01 WS-EFF-DATE PIC 9(8).
       01 WS-OLD-BAL PIC S9(7)V99.
       01 WS-RESULT-TEXT PIC X(4).
       01 WS-XFR-FAIL-LEG PIC X(1) VALUE SPACE.
       01 WS-XFR-FROM-OLD-BAL PIC S9(7)V99.
       01 WS-XFR-FROM-NEW-BAL PIC S9(7)V99.
       01 WS-XFR-FROM-OLD-DAYTOT PIC 9(7)V99.
       01 WS-XFR-FROM-OLD-DATE PIC 9(8).
       01 WS-XFR-FROM-TYPE PIC X(1).
       01 WS-XFR-FROM-NAME PIC X(30).
       01 WS-XFR-TO-OLD-BAL PIC S9(7)V99.
       01 WS-XFR-TO-NEW-BAL PIC S9(7)V99.
       01 WS-PREV-ACCT-TYPE PIC X(1) VALUE SPACES.
       01 WS-TYPE-COUNT PIC 9(5) VALUE 0.
       01 WS-TYPE-AMT PIC 9(9)V99 VALUE 0.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-CUST-NAME PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-OLD-BAL PIC -ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-NEW-BAL PIC -ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-RESULT PIC X(4).
          05 FILLER PIC X(26) VALUE SPACES.
       01 WS-RPT-MSG PIC X(100).
           COPY RUNCTLRQ.
       LINKAGE SECTION.
               END-IF
           END-IF.
       PROCESS-WITHDRAWAL.
           IF ACCT-TYPE-TERM
               DISPLAY "TERM DEPOSIT WITHDRAWAL:" TR-ACCT-NO
               SET REJ-TERM-DEPOSIT TO TRUE
               PERFORM WRITE-REJECT-REC
               MOVE "FAIL" TO WS-RESULT-TEXT
               PERFORM WRITE-REPORT-DETAIL
               ADD 1 TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-ACCOUNT-LIMITS
           COMPUTE WS-DAY-WDRL-TOTAL =
               ACCT-DAY-WDRL-TOTAL + TR-AMOUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-BAL = BALANCE - TR-AMOUNT
           IF WS-NEW-BAL < WS-EFF-FLOOR
               DISPLAY "MIN BALANCE VIOLATED:" TR-ACCT-NO
               SET REJ-MIN-BAL-VIOLATED TO TRUE
               PERFORM WRITE-REJECT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-ACTIVE-HOLDS
           IF WS-NEW-BAL < WS-EFF-FLOOR + WS-ACTIVE-HOLDS
               DISPLAY "HOLD BREACH:" TR-ACCT-NO
               SET REJ-HOLD-BREACH TO TRUE
               PERFORM WRITE-REJECT-REC
               MOVE ACCT-MIN-BAL TO WS-EFF-MIN-BAL
           ELSE
               MOVE WS-MIN-BAL TO WS-EFF-MIN-BAL
           END-IF
           MOVE WS-EFF-MIN-BAL TO WS-EFF-FLOOR
           IF ACCT-TYPE-CURRENT AND ACCT-OD-LIMIT NUMERIC
                   AND ACCT-OD-LIMIT > 0
               COMPUTE WS-EFF-FLOOR = 0 - ACCT-OD-LIMIT
           END-IF.
       ADD-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
               ADD 1 TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TYPE-TERM
               DISPLAY "TERM DEPOSIT WITHDRAWAL:" TR-ACCT-NO
               SET REJ-TERM-DEPOSIT TO TRUE
               MOVE "F" TO WS-XFR-FAIL-LEG
               PERFORM WRITE-REJECT-REC
               MOVE "FAIL" TO WS-RESULT-TEXT
               PERFORM WRITE-REPORT-DETAIL
               ADD 1 TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-ACCOUNT-LIMITS
           COMPUTE WS-DAY-WDRL-TOTAL =
               ACCT-DAY-WDRL-TOTAL + TR-AMOUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-BAL = BALANCE - TR-AMOUNT
           IF WS-NEW-BAL < WS-EFF-FLOOR
               DISPLAY "MIN BALANCE VIOLATED:" TR-ACCT-NO
               SET REJ-MIN-BAL-VIOLATED TO TRUE
               MOVE "F" TO WS-XFR-FAIL-LEG
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-ACTIVE-HOLDS
           IF WS-NEW-BAL < WS-EFF-FLOOR + WS-ACTIVE-HOLDS
               DISPLAY "HOLD BREACH:" TR-ACCT-NO
               SET REJ-HOLD-BREACH TO TRUE
               MOVE "F" TO WS-XFR-FAIL-LEG
           SET JRN-SRC-TRANSFER TO TRUE
           MOVE TR-TELLER-ID TO JRN-TELLER-ID
           MOVE TR-BRANCH-ID TO JRN-BRANCH-ID
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC
           MOVE TR-TO-ACCT-NO TO JRN-ACCT-NO
           MOVE WS-XFR-TO-OLD-BAL TO JRN-OLD-BAL
           SET JRN-SRC-TRANSFER TO TRUE
           MOVE TR-TELLER-ID TO JRN-TELLER-ID
           MOVE TR-BRANCH-ID TO JRN-BRANCH-ID
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       WRITE-REJECT-REC.
           MOVE TR-ACCT-NO TO REJ-ACCT-NO
           SET JRN-SRC-POSTING TO TRUE
           MOVE TR-TELLER-ID TO JRN-TELLER-ID
           MOVE TR-BRANCH-ID TO JRN-BRANCH-ID
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       WRITE-REPORT-DETAIL.
           MOVE ACCT-TYPE TO DW-ACCT-TYPE
