           SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-FS.

           SELECT RATE-FILE ASSIGN TO RATEFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RATE-FS.

           SELECT PEND-FILE ASSIGN TO PENDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHANGE-ID
           FILE STATUS IS PND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
             88 MAINT-REACTIVATE VALUE "R".
             88 MAINT-CLOSE VALUE "C".
             88 MAINT-SET-LIMITS VALUE "L".
             88 MAINT-SET-OVERDRAFT VALUE "O".
          05 MAINT-ACCT-NO PIC X(10).
          05 MAINT-CUST-NAME PIC X(30).
          05 MAINT-ACCT-TYPE PIC X(1).
          05 MAINT-OPEN-BAL PIC 9(7)V99.
          05 MAINT-MAX-WITHDRAW PIC 9(7)V99.
          05 MAINT-MIN-BAL PIC 9(7)V99.
          05 MAINT-OD-LIMIT PIC 9(7)V99.
          05 MAINT-TD-TERM-MONTHS PIC 9(3).
          05 MAINT-TD-INSTRUCTION PIC X(1).
          05 MAINT-TD-PAYOUT-ACCT PIC X(10).
          05 MAINT-USER-ID PIC X(8).
       FD MAINT-LOG-FILE.
       01 LOG-REC PIC X(80).
       FD RATE-FILE.
       01 RATE-REC.
          05 RT-ACCT-TYPE PIC X(1).
          05 RT-EFF-DATE PIC 9(8).
          05 RT-TIER-FLOOR PIC 9(7)V99.
          05 RT-RATE PIC 9V9(4).
       FD PEND-FILE.
           COPY PENDREC.
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 MNT-FS PIC XX.
       01 LOG-FS PIC XX.
       01 RATE-FS PIC XX.
       01 PND-FS PIC XX.
       01 WS-LOG-LINE PIC X(80).
       01 WS-RESULT-TEXT PIC X(12).
       01 WS-LOG-CHANGE-ID PIC X(24).
       01 WS-PEND-SEQ PIC 9(4) VALUE 0.
       01 WS-DFT-MAX-WITHDRAW PIC 9(7)V99 VALUE 20000.
       01 WS-DFT-MIN-BAL PIC 9(7)V99 VALUE 1000.
       01 WS-TODAY PIC 9(8).
       01 WS-TD-RATE-TYPE PIC X(1) VALUE "T".
       01 WS-RATE PIC 9V9(4).
       01 WS-RATE-FOUND-SW PIC X(1).
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-BEST-EFF-DATE PIC 9(8).
       01 WS-TIER-FLOOR PIC 9(7)V99.
       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-SUB PIC 9(3).
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 50 TIMES.
             10 WS-RT-ACCT-TYPE PIC X(1).
             10 WS-RT-EFF-DATE PIC 9(8).
             10 WS-RT-TIER-FLOOR PIC 9(7)V99.
             10 WS-RT-RATE PIC 9V9(4).
       01 WS-MATURITY-DATE PIC 9(8).
       01 WS-MATURITY-DATE-R REDEFINES WS-MATURITY-DATE.
          05 WS-MAT-YYYY PIC 9(4).
          05 WS-MAT-MM PIC 9(2).
          05 WS-MAT-DD PIC 9(2).
       01 WS-MAT-SERIAL PIC 9(6).
           COPY RUNCTLRQ.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM OBTAIN-RUN-LOCK.
           OPEN I-O ACCTFILE
                I-O PEND-FILE
                INPUT MAINT-FILE
                OUTPUT MAINT-LOG-FILE.
           IF ACCT-FS NOT = "00"
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF.
           IF PND-FS NOT = "00"
               DISPLAY "ERROR IN PENDING CHANGE FILE OPEN:" PND-FS
               CLOSE ACCTFILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM UNTIL MNT-FS = "10"
               READ MAINT-FILE
                   AT END
                       PERFORM PROCESS-MAINT-REC
               END-READ
           END-PERFORM.
           CLOSE ACCTFILE PEND-FILE MAINT-FILE MAINT-LOG-FILE.
           PERFORM RELEASE-RUN-LOCK.
           GOBACK.
       OBTAIN-RUN-LOCK.
               DISPLAY "RUN CONTROL RELEASE ERROR"
           END-IF.
       PROCESS-MAINT-REC.
           MOVE SPACES TO WS-LOG-CHANGE-ID
           EVALUATE TRUE
               WHEN MAINT-ADD
                   PERFORM ADD-ACCOUNT
               WHEN MAINT-SUSPEND
               WHEN MAINT-REACTIVATE
               WHEN MAINT-CLOSE
                   PERFORM CHANGE-ACCOUNT-STATUS
               WHEN MAINT-SET-LIMITS
                   PERFORM SET-ACCOUNT-LIMITS
               WHEN MAINT-SET-OVERDRAFT
                   PERFORM SET-OVERDRAFT-LIMIT
               WHEN OTHER
                   MOVE "INVALID ACTN" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-LOG
           END-EVALUATE.
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF RATE-FS NOT = "00"
               DISPLAY "RATE FILE NOT AVAILABLE - "
                   "TERM DEPOSITS CANNOT BE OPENED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RATE-FS = "10"
               READ RATE-FILE
                   AT END
                       MOVE "10" TO RATE-FS
                   NOT AT END
                       PERFORM TABLE-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.
       TABLE-ONE-RATE.
           IF RT-ACCT-TYPE NOT = WS-TD-RATE-TYPE
               EXIT PARAGRAPH
           END-IF
           IF RT-EFF-DATE NOT NUMERIC OR RT-TIER-FLOOR NOT NUMERIC
                   OR RT-RATE NOT NUMERIC
               DISPLAY "BAD RATE RECORD SKIPPED:" RT-ACCT-TYPE
               EXIT PARAGRAPH
           END-IF
           IF RT-EFF-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-ACCT-TYPE
                   TO WS-RT-ACCT-TYPE (WS-RATE-COUNT)
               MOVE RT-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-COUNT)
               MOVE RT-TIER-FLOOR
                   TO WS-RT-TIER-FLOOR (WS-RATE-COUNT)
               MOVE RT-RATE TO WS-RT-RATE (WS-RATE-COUNT)
           ELSE
               DISPLAY "RATE TABLE FULL - RECORD DROPPED"
           END-IF.
       FIND-TERM-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-EFF-DATE (WS-RATE-SUB) > WS-BEST-EFF-DATE
                   MOVE WS-RT-EFF-DATE (WS-RATE-SUB)
                       TO WS-BEST-EFF-DATE
               END-IF
           END-PERFORM
           IF WS-BEST-EFF-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TIER-FLOOR
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-EFF-DATE (WS-RATE-SUB) = WS-BEST-EFF-DATE
                       AND WS-RT-TIER-FLOOR (WS-RATE-SUB)
                           NOT > MAINT-OPEN-BAL
                       AND (NOT WS-RATE-FOUND
                           OR WS-RT-TIER-FLOOR (WS-RATE-SUB)
                               NOT < WS-TIER-FLOOR)
                   MOVE WS-RT-TIER-FLOOR (WS-RATE-SUB)
                       TO WS-TIER-FLOOR
                   MOVE WS-RT-RATE (WS-RATE-SUB) TO WS-RATE
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
       CHECK-TERM-DEPOSIT.
           MOVE SPACES TO WS-RESULT-TEXT
           IF MAINT-OPEN-BAL NOT NUMERIC OR MAINT-OPEN-BAL = 0
               MOVE "INVALID AMT" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF MAINT-TD-TERM-MONTHS NOT NUMERIC
                   OR MAINT-TD-TERM-MONTHS = 0
               MOVE "INVALID TERM" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF MAINT-TD-INSTRUCTION NOT = "P"
                   AND MAINT-TD-INSTRUCTION NOT = "I"
                   AND MAINT-TD-INSTRUCTION NOT = "O"
               MOVE "INVALID INST" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TERM-RATE
           IF NOT WS-RATE-FOUND
               MOVE "NO TD RATE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF MAINT-TD-PAYOUT-ACCT = SPACES
               IF MAINT-TD-INSTRUCTION NOT = "I"
                   MOVE "NO PAYOUT AC" TO WS-RESULT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF MAINT-TD-PAYOUT-ACCT = MAINT-ACCT-NO
               MOVE "BAD PAYOUT" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE MAINT-TD-PAYOUT-ACCT TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   MOVE "PAYOUT NF" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-TYPE-TERM
               MOVE "BAD PAYOUT" TO WS-RESULT-TEXT
           END-IF.
       SET-TERM-DEPOSIT.
           MOVE MAINT-OPEN-BAL TO ACCT-TD-PRINCIPAL
           MOVE MAINT-TD-TERM-MONTHS TO ACCT-TD-TERM-MONTHS
           MOVE WS-RATE TO ACCT-TD-RATE
           MOVE WS-TODAY TO ACCT-TD-START-DATE
           MOVE WS-TODAY TO WS-MATURITY-DATE
           COMPUTE WS-MAT-SERIAL = WS-MAT-YYYY * 12 + WS-MAT-MM - 1
               + MAINT-TD-TERM-MONTHS
           DIVIDE WS-MAT-SERIAL BY 12
               GIVING WS-MAT-YYYY REMAINDER WS-MAT-MM
           ADD 1 TO WS-MAT-MM
           IF WS-MAT-MM = 2 AND WS-MAT-DD > 28
               MOVE 28 TO WS-MAT-DD
           END-IF
           IF WS-MAT-DD > 30
                   AND (WS-MAT-MM = 4 OR WS-MAT-MM = 6
                   OR WS-MAT-MM = 9 OR WS-MAT-MM = 11)
               MOVE 30 TO WS-MAT-DD
           END-IF
           MOVE WS-MATURITY-DATE TO ACCT-TD-MATURITY-DATE
           MOVE MAINT-TD-INSTRUCTION TO ACCT-TD-INSTRUCTION
           MOVE MAINT-TD-PAYOUT-ACCT TO ACCT-TD-PAYOUT-ACCT
           MOVE 0 TO ACCT-MAX-WITHDRAW
           MOVE 0 TO ACCT-MIN-BAL.
       ADD-ACCOUNT.
           IF MAINT-ACCT-TYPE = "T"
               PERFORM CHECK-TERM-DEPOSIT
               IF WS-RESULT-TEXT NOT = SPACES
                   PERFORM WRITE-MAINT-LOG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE MAINT-ACCT-NO TO ACCT-NO
           MOVE MAINT-CUST-NAME TO CUST-NAME
           MOVE MAINT-ACCT-TYPE TO ACCT-TYPE
           ELSE
               MOVE WS-DFT-MIN-BAL TO ACCT-MIN-BAL
           END-IF
           MOVE 0 TO ACCT-OD-LIMIT
           IF ACCT-TYPE-CURRENT AND MAINT-OD-LIMIT NUMERIC
               MOVE MAINT-OD-LIMIT TO ACCT-OD-LIMIT
           END-IF
           MOVE 0 TO ACCT-TD-PRINCIPAL
           MOVE 0 TO ACCT-TD-TERM-MONTHS
           MOVE 0 TO ACCT-TD-RATE
           MOVE 0 TO ACCT-TD-START-DATE
           MOVE 0 TO ACCT-TD-MATURITY-DATE
           MOVE SPACES TO ACCT-TD-INSTRUCTION
           MOVE SPACES TO ACCT-TD-PAYOUT-ACCT
           IF ACCT-TYPE-TERM
               PERFORM SET-TERM-DEPOSIT
           END-IF
           MOVE 0 TO ACCT-DAY-WDRL-TOTAL
           MOVE WS-TODAY TO ACCT-LAST-ACT-DATE
           WRITE ACCT-REC
           END-WRITE
           MOVE "ADDED" TO WS-RESULT-TEXT
           PERFORM WRITE-MAINT-LOG.
       CHECK-ACCOUNT-CHANGE.
           MOVE SPACES TO WS-RESULT-TEXT
           IF MAINT-USER-ID = SPACES
               MOVE "NO USER ID" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE MAINT-ACCT-NO TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
           END-READ.
       CHANGE-ACCOUNT-STATUS.
           PERFORM CHECK-ACCOUNT-CHANGE
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM WRITE-MAINT-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM QUEUE-ACCOUNT-CHANGE
           PERFORM WRITE-MAINT-LOG.
       SET-ACCOUNT-LIMITS.
           PERFORM CHECK-ACCOUNT-CHANGE
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM WRITE-MAINT-LOG
               EXIT PARAGRAPH
           END-IF
           IF (MAINT-MAX-WITHDRAW NOT NUMERIC
                   OR MAINT-MAX-WITHDRAW = 0)
                   AND (MAINT-MIN-BAL NOT NUMERIC OR MAINT-MIN-BAL = 0)
               MOVE "INVALID AMT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM QUEUE-ACCOUNT-CHANGE
           PERFORM WRITE-MAINT-LOG.
       SET-OVERDRAFT-LIMIT.
           PERFORM CHECK-ACCOUNT-CHANGE
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM WRITE-MAINT-LOG
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-TYPE-CURRENT
               MOVE "NOT CURRENT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-LOG
               EXIT PARAGRAPH
           END-IF
           IF MAINT-OD-LIMIT NOT NUMERIC
               MOVE "INVALID AMT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM QUEUE-ACCOUNT-CHANGE
           PERFORM WRITE-MAINT-LOG.
       QUEUE-ACCOUNT-CHANGE.
           MOVE SPACES TO PEND-REC
           SET PND-SRC-ACCOUNT TO TRUE
           MOVE MAINT-ACTION TO PND-ACTION
           MOVE MAINT-ACCT-NO TO PND-RECORD-KEY
           MOVE 0 TO PND-MAX-WITHDRAW
           MOVE 0 TO PND-MIN-BAL
           MOVE 0 TO PND-OD-LIMIT
           IF MAINT-MAX-WITHDRAW NUMERIC
               MOVE MAINT-MAX-WITHDRAW TO PND-MAX-WITHDRAW
           END-IF
           IF MAINT-MIN-BAL NUMERIC
               MOVE MAINT-MIN-BAL TO PND-MIN-BAL
           END-IF
           IF MAINT-OD-LIMIT NUMERIC
               MOVE MAINT-OD-LIMIT TO PND-OD-LIMIT
           END-IF
           PERFORM WRITE-PENDING-CHANGE.
       WRITE-PENDING-CHANGE.
           ADD 1 TO WS-PEND-SEQ
           MOVE FUNCTION CURRENT-DATE (1:16) TO PND-ENTRY-STAMP
           MOVE WS-PEND-SEQ TO PND-ENTRY-SEQ
           MOVE MAINT-USER-ID TO PND-MAKER-ID
           MOVE WS-TODAY TO PND-ENTRY-DATE
           SET PND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PND-CHECKER-ID
           MOVE 0 TO PND-DECISION-DATE
           MOVE 0 TO PND-APPLY-DATE
           MOVE SPACES TO PND-RESULT-TEXT
           WRITE PEND-REC
               INVALID KEY
                   MOVE "QUEUE FAIL" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-WRITE
           MOVE PND-CHANGE-ID TO WS-LOG-CHANGE-ID
           MOVE "QUEUED" TO WS-RESULT-TEXT.
       WRITE-MAINT-LOG.
           MOVE SPACES TO WS-LOG-LINE
           STRING MAINT-ACCT-NO " " MAINT-ACTION " " WS-RESULT-TEXT
               " " WS-LOG-CHANGE-ID
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE LOG-REC FROM WS-LOG-LINE.
