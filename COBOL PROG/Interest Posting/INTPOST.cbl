           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RATE-FS.

           SELECT WHT-RATE-FILE ASSIGN TO WHTRATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WHT-FS.

           SELECT XREF-FILE ASSIGN TO XREFKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRF-ACCT-NO
           FILE STATUS IS XRF-FS.

           SELECT CUST-FILE ASSIGN TO CUSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-NO
           FILE STATUS IS CUST-FS.

           SELECT JRNL-HIST-FILE ASSIGN TO JHSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JHS-KEY
           FILE STATUS IS JHS-FS.

           SELECT ADB-WORK-FILE ASSIGN TO ADBWORK
           ORGANIZATION IS SEQUENTIAL
       FD POST-FILE.
       01 POST-REC.
          05 POST-ACCT-NO PIC X(10).
          05 POST-OLD-BAL PIC S9(7)V99.
          05 POST-RATE PIC 9V9(4).
          05 POST-INTEREST-AMT PIC 9(7)V99.
          05 POST-NEW-BAL PIC S9(7)V99.
          05 POST-AVG-BAL PIC 9(7)V99.
          05 POST-TIER-FLOOR PIC 9(7)V99.
          05 POST-WHT-AMT PIC 9(7)V99.
       FD JOURNAL-FILE.
           COPY JOURNREC.
       FD RATE-FILE.
          05 RT-EFF-DATE PIC 9(8).
          05 RT-TIER-FLOOR PIC 9(7)V99.
          05 RT-RATE PIC 9V9(4).
       FD WHT-RATE-FILE.
       01 WHT-RATE-REC.
          05 WHT-TAX-CATEGORY PIC X(2).
          05 WHT-EFF-DATE PIC 9(8).
          05 WHT-RATE PIC 9V9(4).
       FD XREF-FILE.
           COPY XREFREC.
       FD CUST-FILE.
           COPY CUSTREC.
       FD JRNL-HIST-FILE.
           COPY JRNHREC.
       FD ADB-WORK-FILE.
       01 ADB-WORK-REC.
          05 ADW-ACCT-NO PIC X(10).
          05 ADW-OLD-BAL PIC S9(7)V99.
          05 ADW-NEW-BAL PIC S9(7)V99.
          05 ADW-TIMESTAMP PIC X(21).
       FD ADB-SORTED-FILE.
       01 ADB-SORTED-REC.
          05 ADS-ACCT-NO PIC X(10).
          05 ADS-OLD-BAL PIC S9(7)V99.
          05 ADS-NEW-BAL PIC S9(7)V99.
          05 ADS-TIMESTAMP PIC X(21).
       SD ADB-SORT-FILE.
       01 ADB-SORT-REC.
          05 ASR-ACCT-NO PIC X(10).
          05 ASR-OLD-BAL PIC S9(7)V99.
          05 ASR-NEW-BAL PIC S9(7)V99.
          05 ASR-TIMESTAMP PIC X(21).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 POST-FS PIC XX.
       01 JRN-FS PIC XX.
       01 RATE-FS PIC XX.
       01 WHT-FS PIC XX.
       01 XRF-FS PIC XX.
       01 CUST-FS PIC XX.
       01 JHS-FS PIC XX.
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
       01 ADW-FS PIC XX.
       01 ADS-FS PIC XX.
       01 WS-RATE PIC 9V9(4).
       01 WS-RATE-FOUND-SW PIC X(1).
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-BEST-EFF-DATE PIC 9(8).
       01 WS-SRCH-RATE-TYPE PIC X(1).
       01 WS-SRCH-RATE-BAL PIC 9(7)V99.
       01 WS-OD-RATE-TYPE PIC X(1) VALUE "O".
       01 WS-DEBIT-INT-SW PIC X(1) VALUE "N".
           88 WS-DEBIT-INT-PASS VALUE "Y".
       01 WS-OLD-BAL PIC S9(7)V99.
       01 WS-NEW-BAL PIC S9(7)V99.
       01 WS-INTEREST-AMT PIC 9(7)V99.
       01 WS-NET-BAL PIC S9(7)V99.
       01 WS-WHT-AMT PIC 9(7)V99.
       01 WS-WHT-RATE PIC 9V9(4).
       01 WS-TAX-CATEGORY PIC X(2).
       01 WS-DEFAULT-TAX-CAT PIC X(2) VALUE "ST".
       01 WS-WHT-FOUND-SW PIC X(1).
           88 WS-WHT-FOUND VALUE "Y".
       01 WS-WHT-BEST-DATE PIC 9(8).
       01 WS-WHT-COUNT PIC 9(3) VALUE 0.
       01 WS-WHT-SUB PIC 9(3).
       01 WS-WHT-TABLE.
          05 WS-WHT-ENTRY OCCURS 20 TIMES.
             10 WS-WT-TAX-CATEGORY PIC X(2).
             10 WS-WT-EFF-DATE PIC 9(8).
             10 WS-WT-RATE PIC 9V9(4).
       01 WS-TOTAL-WHT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-WHT-DEFAULTED PIC 9(5) VALUE 0.
       01 WS-TOTAL-ACCTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-SKIPPED PIC 9(5) VALUE 0.
       01 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBIT-ACCTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEBIT-SKIPPED PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEBIT-INT PIC 9(9)V99 VALUE 0.
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-VALUE-DATE PIC X(8).
       01 WS-RUN-YYYY PIC 9(4).
       01 WS-RUN-MM PIC 9(2).
       01 WS-ADB-ACCUM PIC 9(13)V99.
       01 WS-ADB-BAL PIC S9(7)V99.
       01 WS-ADB-PREV-DAY PIC 9(2).
       01 WS-ADB-DAY PIC 9(2).
       01 WS-ADB-DAYS PIC 9(2).
       01 WS-AVG-BAL PIC 9(7)V99.
       01 WS-OD-ACCUM PIC 9(13)V99.
       01 WS-AVG-OD-BAL PIC 9(7)V99.
       01 WS-ADS-EOF-SW PIC X(1) VALUE "N".
           88 WS-ADS-EOF VALUE "Y".
       01 WS-ADS-PENDING-SW PIC X(1) VALUE "N".
               GOBACK
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-WHT-TABLE.
           PERFORM SELECT-MONTH-POSTINGS.
           SORT ADB-SORT-FILE
               ON ASCENDING KEY ASR-ACCT-NO ASR-TIMESTAMP
               END-READ
           END-PERFORM.
           PERFORM DISPLAY-SUMMARY.
           CLOSE ACCTFILE POST-FILE JOURNAL-FILE ADB-SORTED-FILE
                 XREF-FILE CUST-FILE.
           SET WS-RUN-COMPLETE TO TRUE.
           PERFORM RELEASE-RUN-LOCK.
           GOBACK.
           ELSE
               DISPLAY "RATE TABLE FULL - RECORD DROPPED"
           END-IF.
       LOAD-WHT-TABLE.
           OPEN INPUT XREF-FILE
                INPUT CUST-FILE
           IF XRF-FS NOT = "00" OR CUST-FS NOT = "00"
               DISPLAY "CUSTOMER FILES NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE POST-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT WHT-RATE-FILE
           IF WHT-FS NOT = "00"
               DISPLAY "WHT RATE FILE NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE POST-FILE XREF-FILE CUST-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WHT-FS = "10"
               READ WHT-RATE-FILE
                   AT END
                       MOVE "10" TO WHT-FS
                   NOT AT END
                       PERFORM TABLE-ONE-WHT-RATE
               END-READ
           END-PERFORM
           CLOSE WHT-RATE-FILE
           MOVE WS-DEFAULT-TAX-CAT TO WS-TAX-CATEGORY
           PERFORM FIND-WHT-RATE
           IF NOT WS-WHT-FOUND
               DISPLAY "NO WHT RATE FOR DEFAULT TAX CATEGORY "
                   WS-DEFAULT-TAX-CAT " - RUN ABORTED"
               CLOSE ACCTFILE POST-FILE XREF-FILE CUST-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       TABLE-ONE-WHT-RATE.
           IF WHT-EFF-DATE NOT NUMERIC OR WHT-RATE NOT NUMERIC
               DISPLAY "BAD WHT RATE RECORD SKIPPED:"
                   WHT-TAX-CATEGORY
               EXIT PARAGRAPH
           END-IF
           IF WHT-EFF-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-WHT-COUNT < 20
               ADD 1 TO WS-WHT-COUNT
               MOVE WHT-TAX-CATEGORY
                   TO WS-WT-TAX-CATEGORY (WS-WHT-COUNT)
               MOVE WHT-EFF-DATE TO WS-WT-EFF-DATE (WS-WHT-COUNT)
               MOVE WHT-RATE TO WS-WT-RATE (WS-WHT-COUNT)
           ELSE
               DISPLAY "WHT RATE TABLE FULL - RECORD DROPPED"
           END-IF.
       FIND-WHT-RATE.
           MOVE "N" TO WS-WHT-FOUND-SW
           MOVE 0 TO WS-WHT-BEST-DATE
           PERFORM VARYING WS-WHT-SUB FROM 1 BY 1
                   UNTIL WS-WHT-SUB > WS-WHT-COUNT
               IF WS-WT-TAX-CATEGORY (WS-WHT-SUB) = WS-TAX-CATEGORY
                       AND WS-WT-EFF-DATE (WS-WHT-SUB)
                           NOT < WS-WHT-BEST-DATE
                   MOVE WS-WT-EFF-DATE (WS-WHT-SUB)
                       TO WS-WHT-BEST-DATE
                   MOVE WS-WT-RATE (WS-WHT-SUB) TO WS-WHT-RATE
                   SET WS-WHT-FOUND TO TRUE
               END-IF
           END-PERFORM.
       FIND-WHT-FOR-ACCOUNT.
           MOVE WS-DEFAULT-TAX-CAT TO WS-TAX-CATEGORY
           MOVE ACCT-NO TO XRF-ACCT-NO
           READ XREF-FILE KEY IS XRF-ACCT-NO
               INVALID KEY
                   MOVE SPACES TO XRF-CUST-NO
           END-READ
           IF XRF-CUST-NO NOT = SPACES
               MOVE XRF-CUST-NO TO CUST-NO
               READ CUST-FILE KEY IS CUST-NO
                   INVALID KEY
                       MOVE SPACES TO CUST-TAX-CATEGORY
               END-READ
               IF CUST-TAX-CATEGORY NOT = SPACES
                   MOVE CUST-TAX-CATEGORY TO WS-TAX-CATEGORY
               END-IF
           END-IF
           PERFORM FIND-WHT-RATE
           IF NOT WS-WHT-FOUND
               DISPLAY "NO WHT RATE FOR TAX CATEGORY:" WS-TAX-CATEGORY
                   " ACCT:" ACCT-NO " - DEFAULT USED"
               ADD 1 TO WS-TOTAL-WHT-DEFAULTED
               MOVE WS-DEFAULT-TAX-CAT TO WS-TAX-CATEGORY
               PERFORM FIND-WHT-RATE
           END-IF
           COMPUTE WS-WHT-AMT ROUNDED = WS-INTEREST-AMT * WS-WHT-RATE.
       SELECT-MONTH-POSTINGS.
           OPEN INPUT JRNL-HIST-FILE
                OUTPUT ADB-WORK-FILE
           IF JHS-FS NOT = "00"
               DISPLAY "NO JOURNAL FOR ADB - BALANCES USED AS-IS"
               CLOSE ADB-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO ACCT-NO
           START ACCTFILE KEY NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE "10" TO ACCT-FS
           END-START
           PERFORM UNTIL ACCT-FS = "10"
               READ ACCTFILE NEXT RECORD
                   AT END
                       MOVE "10" TO ACCT-FS
                   NOT AT END
                       PERFORM SELECT-ACCOUNT-POSTINGS
               END-READ
           END-PERFORM
           CLOSE JRNL-HIST-FILE ADB-WORK-FILE.
       SELECT-ACCOUNT-POSTINGS.
           MOVE ACCT-NO TO JHS-ACCT-NO
           MOVE SPACES TO JHS-TIMESTAMP
           MOVE WS-BOM-DATE TO JHS-TIMESTAMP (1:8)
           MOVE 0 TO JHS-DUP-SEQ
           START JRNL-HIST-FILE KEY NOT LESS THAN JHS-KEY
               INVALID KEY
                   MOVE "10" TO JHS-FS
           END-START
           PERFORM UNTIL JHS-FS = "10"
               READ JRNL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO JHS-FS
                   NOT AT END
                       IF JHS-ACCT-NO NOT = ACCT-NO
                               OR JHS-TIMESTAMP (1:6)
                                   > WS-NEXT-BOM-DATE (1:6)
                           MOVE "10" TO JHS-FS
                       ELSE
                           MOVE JHS-JOURNAL-DATA TO JOURNAL-IN-REC
                           PERFORM SELECT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
       SELECT-ONE-POSTING.
           IF JIN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
                   OR ADS-ACCT-NO NOT < ACCT-NO
               PERFORM READ-NEXT-ADB-REC
           END-PERFORM
           MOVE 0 TO WS-AVG-OD-BAL
           IF NOT WS-ADS-PENDING OR ADS-ACCT-NO > ACCT-NO
               IF BALANCE < 0
                   MOVE 0 TO WS-AVG-BAL
                   COMPUTE WS-AVG-OD-BAL = 0 - BALANCE
               ELSE
                   MOVE BALANCE TO WS-AVG-BAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ADB-ACCUM
           MOVE 0 TO WS-OD-ACCUM
           MOVE ADS-OLD-BAL TO WS-ADB-BAL
           MOVE 1 TO WS-ADB-PREV-DAY
           PERFORM UNTIL NOT WS-ADS-PENDING
                   OR ADS-ACCT-NO NOT = ACCT-NO
               MOVE ADS-TIMESTAMP (7:2) TO WS-ADB-DAY
               COMPUTE WS-ADB-DAYS = WS-ADB-DAY - WS-ADB-PREV-DAY
               PERFORM ACCUMULATE-ADB-SPAN
               MOVE ADS-NEW-BAL TO WS-ADB-BAL
               MOVE WS-ADB-DAY TO WS-ADB-PREV-DAY
               PERFORM READ-NEXT-ADB-REC
           END-PERFORM
           COMPUTE WS-ADB-DAYS =
               WS-DAYS-IN-MONTH - WS-ADB-PREV-DAY + 1
           PERFORM ACCUMULATE-ADB-SPAN
           COMPUTE WS-AVG-BAL ROUNDED =
               WS-ADB-ACCUM / WS-DAYS-IN-MONTH
           COMPUTE WS-AVG-OD-BAL ROUNDED =
               WS-OD-ACCUM / WS-DAYS-IN-MONTH.
       ACCUMULATE-ADB-SPAN.
           IF WS-ADB-BAL < 0
               COMPUTE WS-OD-ACCUM = WS-OD-ACCUM
                   - WS-ADB-BAL * WS-ADB-DAYS
           ELSE
               COMPUTE WS-ADB-ACCUM = WS-ADB-ACCUM
                   + WS-ADB-BAL * WS-ADB-DAYS
           END-IF.
       FIND-RATE-FOR-ACCOUNT.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-ACCT-TYPE (WS-RATE-SUB) = WS-SRCH-RATE-TYPE
                       AND WS-RT-EFF-DATE (WS-RATE-SUB)
                           > WS-BEST-EFF-DATE
                   MOVE WS-RT-EFF-DATE (WS-RATE-SUB)
           MOVE 0 TO WS-TIER-FLOOR
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-ACCT-TYPE (WS-RATE-SUB) = WS-SRCH-RATE-TYPE
                       AND WS-RT-EFF-DATE (WS-RATE-SUB)
                           = WS-BEST-EFF-DATE
                       AND WS-RT-TIER-FLOOR (WS-RATE-SUB)
                           NOT > WS-SRCH-RATE-BAL
                       AND (NOT WS-RATE-FOUND
                           OR WS-RT-TIER-FLOOR (WS-RATE-SUB)
                               NOT < WS-TIER-FLOOR)
               END-IF
           END-PERFORM.
       APPLY-INTEREST.
           IF NOT ACCT-STATUS-ACTIVE OR ACCT-TYPE-TERM
               PERFORM COMPUTE-AVERAGE-BALANCE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-AVERAGE-BALANCE
           IF WS-AVG-OD-BAL > 0
               PERFORM APPLY-DEBIT-INTEREST
               IF WS-AVG-BAL = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ACCT-TYPE TO WS-SRCH-RATE-TYPE
           MOVE WS-AVG-BAL TO WS-SRCH-RATE-BAL
           PERFORM FIND-RATE-FOR-ACCOUNT
           IF NOT WS-RATE-FOUND
               DISPLAY "NO RATE FOR ACCT TYPE:" ACCT-TYPE
           END-IF
           MOVE BALANCE TO WS-OLD-BAL
           COMPUTE WS-INTEREST-AMT ROUNDED = WS-AVG-BAL * WS-RATE
           PERFORM FIND-WHT-FOR-ACCOUNT
           COMPUTE WS-NEW-BAL = WS-OLD-BAL + WS-INTEREST-AMT
           COMPUTE WS-NET-BAL = WS-NEW-BAL - WS-WHT-AMT
           MOVE WS-NET-BAL TO BALANCE
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED:" ACCT-NO
           MOVE WS-OLD-BAL TO POST-OLD-BAL
           MOVE WS-RATE TO POST-RATE
           MOVE WS-INTEREST-AMT TO POST-INTEREST-AMT
           MOVE WS-NET-BAL TO POST-NEW-BAL
           MOVE WS-AVG-BAL TO POST-AVG-BAL
           MOVE WS-TIER-FLOOR TO POST-TIER-FLOOR
           MOVE WS-WHT-AMT TO POST-WHT-AMT
           WRITE POST-REC
           PERFORM WRITE-JOURNAL-REC
           IF WS-WHT-AMT > 0
               PERFORM WRITE-WHT-JOURNAL-REC
           END-IF
           ADD 1 TO WS-TOTAL-ACCTS
           ADD WS-INTEREST-AMT TO WS-TOTAL-INTEREST
           ADD WS-WHT-AMT TO WS-TOTAL-WHT
           DISPLAY "INTEREST POSTED:" ACCT-NO.
       APPLY-DEBIT-INTEREST.
           MOVE WS-OD-RATE-TYPE TO WS-SRCH-RATE-TYPE
           MOVE WS-AVG-OD-BAL TO WS-SRCH-RATE-BAL
           PERFORM FIND-RATE-FOR-ACCOUNT
           IF NOT WS-RATE-FOUND
               DISPLAY "NO DEBIT RATE FOR OVERDRAWN ACCT:" ACCT-NO
               ADD 1 TO WS-TOTAL-DEBIT-SKIPPED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INTEREST-AMT ROUNDED = WS-AVG-OD-BAL * WS-RATE
           IF WS-INTEREST-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE TO WS-OLD-BAL
           COMPUTE WS-NEW-BAL = WS-OLD-BAL - WS-INTEREST-AMT
           MOVE WS-NEW-BAL TO BALANCE
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED:" ACCT-NO
                   MOVE WS-OLD-BAL TO BALANCE
                   EXIT PARAGRAPH
           END-REWRITE
           SET WS-DEBIT-INT-PASS TO TRUE
           PERFORM WRITE-JOURNAL-REC
           MOVE "N" TO WS-DEBIT-INT-SW
           ADD 1 TO WS-TOTAL-DEBIT-ACCTS
           ADD WS-INTEREST-AMT TO WS-TOTAL-DEBIT-INT
           DISPLAY "DEBIT INTEREST CHARGED:" ACCT-NO.
       WRITE-JOURNAL-REC.
           MOVE ACCT-NO TO JRN-ACCT-NO
           MOVE WS-OLD-BAL TO JRN-OLD-BAL
           MOVE WS-NEW-BAL TO JRN-NEW-BAL
           MOVE WS-INTEREST-AMT TO JRN-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           IF WS-DEBIT-INT-PASS
               SET JRN-SRC-DEBIT-INT TO TRUE
           ELSE
               SET JRN-SRC-INTEREST TO TRUE
           END-IF
           MOVE "SYS " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-RUN-DATE TO JRN-EFF-DATE
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       WRITE-WHT-JOURNAL-REC.
           MOVE ACCT-NO TO JRN-ACCT-NO
           MOVE WS-NEW-BAL TO JRN-OLD-BAL
           MOVE WS-NET-BAL TO JRN-NEW-BAL
           MOVE WS-WHT-AMT TO JRN-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           SET JRN-SRC-WHT TO TRUE
           MOVE "SYS " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-RUN-DATE TO JRN-EFF-DATE
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       DISPLAY-SUMMARY.
           DISPLAY "ACCOUNTS CREDITED:" WS-TOTAL-ACCTS
           DISPLAY "ACCOUNTS SKIPPED:" WS-TOTAL-SKIPPED
           DISPLAY "TOTAL INTEREST POSTED:" WS-TOTAL-INTEREST
           DISPLAY "TOTAL TAX WITHHELD:" WS-TOTAL-WHT
           DISPLAY "ACCOUNTS TAXED AT DEFAULT CATEGORY:"
               WS-TOTAL-WHT-DEFAULTED
           DISPLAY "ACCOUNTS CHARGED DEBIT INTEREST:"
               WS-TOTAL-DEBIT-ACCTS
           DISPLAY "OVERDRAWN ACCOUNTS WITH NO DEBIT RATE:"
               WS-TOTAL-DEBIT-SKIPPED
           DISPLAY "TOTAL DEBIT INTEREST CHARGED:" WS-TOTAL-DEBIT-INT.
       OBTAIN-RUN-LOCK.
           SET RCQ-FUNC-LOCK TO TRUE
           MOVE "INTPOST " TO RCQ-PROGRAM
