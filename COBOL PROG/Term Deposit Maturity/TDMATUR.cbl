       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO ACCTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT RATE-FILE ASSIGN TO RATEFILE
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

           SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-FS.

           SELECT MATURITY-REPORT-FILE ASSIGN TO TDMRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD RATE-FILE.
       01 RATE-REC.
          05 RT-ACCT-TYPE PIC X(1).
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
       FD JOURNAL-FILE.
           COPY JOURNREC.
       FD MATURITY-REPORT-FILE.
       01 MATURITY-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 RATE-FS PIC XX.
       01 WHT-FS PIC XX.
       01 XRF-FS PIC XX.
       01 CUST-FS PIC XX.
       01 JRN-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-HORIZON-INT PIC 9(8).
       01 WS-HORIZON-DATE PIC 9(8).
       01 WS-TD-RATE-TYPE PIC X(1) VALUE "T".
       01 WS-RATE PIC 9V9(4).
       01 WS-RATE-FOUND-SW PIC X(1).
           88 WS-RATE-FOUND VALUE "Y".
       01 WS-SRCH-RATE-BAL PIC 9(7)V99.
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
       01 WS-MAT-COUNT PIC 9(4) VALUE 0.
       01 WS-MAT-SUB PIC 9(4).
       01 WS-MAT-TABLE-FULL-SW PIC X(1) VALUE "N".
           88 WS-MAT-TABLE-FULL VALUE "Y".
       01 WS-MAT-TABLE.
          05 WS-MAT-ACCT-NO PIC X(10) OCCURS 500 TIMES.
       01 WS-DEP-ACCT-NO PIC X(10).
       01 WS-DEP-PAYOUT-ACCT PIC X(10).
       01 WS-DEP-PRINCIPAL PIC 9(7)V99.
       01 WS-DEP-RATE PIC 9V9(4).
       01 WS-DEP-START-DATE PIC 9(8).
       01 WS-DEP-MATURITY-DATE PIC 9(8).
       01 WS-DEP-OLD-BAL PIC S9(7)V99.
       01 WS-DEP-INT-BAL PIC S9(7)V99.
       01 WS-DEP-NEW-BAL PIC S9(7)V99.
       01 WS-PAY-OLD-BAL PIC S9(7)V99.
       01 WS-PAY-NEW-BAL PIC S9(7)V99.
       01 WS-TD-INTEREST PIC 9(7)V99.
       01 WS-DEP-GROSS-BAL PIC S9(7)V99.
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
       01 WS-PAYOUT-AMT PIC 9(7)V99.
       01 WS-PAYOUT-OK-SW PIC X(1).
           88 WS-PAYOUT-OK VALUE "Y".
       01 WS-NEW-MATURITY PIC 9(8).
       01 WS-NEW-MATURITY-R REDEFINES WS-NEW-MATURITY.
          05 WS-MAT-YYYY PIC 9(4).
          05 WS-MAT-MM PIC 9(2).
          05 WS-MAT-DD PIC 9(2).
       01 WS-MAT-SERIAL PIC 9(6).
       01 WS-TOTAL-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-DEPOSITS PIC 9(7) VALUE 0.
       01 WS-TOTAL-DUE-SOON PIC 9(7) VALUE 0.
       01 WS-TOTAL-MATURED PIC 9(7) VALUE 0.
       01 WS-TOTAL-RENEWED PIC 9(7) VALUE 0.
       01 WS-TOTAL-PAID-OUT PIC 9(7) VALUE 0.
       01 WS-TOTAL-FAILED PIC 9(7) VALUE 0.
       01 WS-TOTAL-INTEREST PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PAYOUT-AMT PIC 9(11)V99 VALUE 0.
       01 WS-MATURITY-RC PIC 9(2) VALUE 0.
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 WS-RPT-ACCT-NO PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-CUST-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-PRINCIPAL PIC ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-MATURITY PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-INSTRUCTION PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-PAYOUT-ACCT PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-INTEREST PIC ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-TAG PIC X(12).
          05 FILLER PIC X(5) VALUE SPACES.
           COPY RUNCTLRQ.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-HORIZON-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) + 7.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT).
           PERFORM OBTAIN-RUN-LOCK.
           OPEN I-O ACCTFILE
                OUTPUT MATURITY-REPORT-FILE.
           IF ACCT-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE MATURITY-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-WHT-TABLE.
           OPEN EXTEND JOURNAL-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE LOW-VALUES TO ACCT-NO
           START ACCTFILE KEY NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE "10" TO ACCT-FS
           END-START.
           PERFORM UNTIL ACCT-FS = "10"
               READ ACCTFILE NEXT RECORD
                   AT END
                       MOVE "10" TO ACCT-FS
                   NOT AT END
                       PERFORM SCAN-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-RPT-MSG
           STRING "DEPOSITS MATURED AND PROCESSED"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MATURITY-REPORT-REC FROM WS-RPT-MSG.
           PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
                   UNTIL WS-MAT-SUB > WS-MAT-COUNT
               PERFORM MATURE-ONE-DEPOSIT
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE ACCTFILE JOURNAL-FILE MATURITY-REPORT-FILE
                 XREF-FILE CUST-FILE.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-MATURITY-RC TO RETURN-CODE.
           GOBACK.
       OBTAIN-RUN-LOCK.
           SET RCQ-FUNC-LOCK TO TRUE
           MOVE "TDMATUR " TO RCQ-PROGRAM
           MOVE 0 TO RCQ-INT-MONTH
           MOVE SPACE TO RCQ-OVERRIDE
           CALL "RUNCTL" USING RUNCTL-REQUEST
           IF RCQ-REPLY-BUSY
               DISPLAY "ACCTFILE HELD BY " RCQ-HOLDER-PGM
                   " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT RCQ-REPLY-OK
               DISPLAY "RUN CONTROL ERROR - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       RELEASE-RUN-LOCK.
           SET RCQ-FUNC-FREE TO TRUE
           MOVE "TDMATUR " TO RCQ-PROGRAM
           CALL "RUNCTL" USING RUNCTL-REQUEST
           IF NOT RCQ-REPLY-OK
               DISPLAY "RUN CONTROL RELEASE ERROR"
           END-IF.
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF RATE-FS NOT = "00"
               DISPLAY "RATE FILE NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE MATURITY-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
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
       LOAD-WHT-TABLE.
           OPEN INPUT XREF-FILE
                INPUT CUST-FILE
           IF XRF-FS NOT = "00" OR CUST-FS NOT = "00"
               DISPLAY "CUSTOMER FILES NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE MATURITY-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT WHT-RATE-FILE
           IF WHT-FS NOT = "00"
               DISPLAY "WHT RATE FILE NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE MATURITY-REPORT-FILE XREF-FILE CUST-FILE
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
               CLOSE ACCTFILE MATURITY-REPORT-FILE XREF-FILE CUST-FILE
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
           IF WHT-EFF-DATE > WS-TODAY
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
       FIND-WHT-FOR-DEPOSIT.
           MOVE WS-DEFAULT-TAX-CAT TO WS-TAX-CATEGORY
           MOVE WS-DEP-ACCT-NO TO XRF-ACCT-NO
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
                   " ACCT:" WS-DEP-ACCT-NO " - DEFAULT USED"
               MOVE WS-DEFAULT-TAX-CAT TO WS-TAX-CATEGORY
               PERFORM FIND-WHT-RATE
           END-IF
           COMPUTE WS-WHT-AMT ROUNDED = WS-TD-INTEREST * WS-WHT-RATE.
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
                           NOT > WS-SRCH-RATE-BAL
                       AND (NOT WS-RATE-FOUND
                           OR WS-RT-TIER-FLOOR (WS-RATE-SUB)
                               NOT < WS-TIER-FLOOR)
                   MOVE WS-RT-TIER-FLOOR (WS-RATE-SUB)
                       TO WS-TIER-FLOOR
                   MOVE WS-RT-RATE (WS-RATE-SUB) TO WS-RATE
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
       SCAN-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-READ
           IF NOT ACCT-TYPE-TERM OR NOT ACCT-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-DEPOSITS
           IF ACCT-TD-MATURITY-DATE NOT NUMERIC
                   OR ACCT-TD-MATURITY-DATE = 0
               DISPLAY "TERM DEPOSIT WITH NO MATURITY DATE:" ACCT-NO
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TD-MATURITY-DATE NOT > WS-TODAY
               IF WS-MAT-COUNT < 500
                   ADD 1 TO WS-MAT-COUNT
                   MOVE ACCT-NO TO WS-MAT-ACCT-NO (WS-MAT-COUNT)
               ELSE
                   IF NOT WS-MAT-TABLE-FULL
                       DISPLAY "MATURITY TABLE FULL - REMAINING "
                           "DEPOSITS LEFT FOR NEXT RUN"
                       SET WS-MAT-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TD-MATURITY-DATE NOT > WS-HORIZON-DATE
               ADD 1 TO WS-TOTAL-DUE-SOON
               PERFORM SET-REPORT-LINE
               MOVE 0 TO WS-RPT-INTEREST
               MOVE "DUE SOON" TO WS-RPT-TAG
               WRITE MATURITY-REPORT-REC FROM WS-RPT-LINE
           END-IF.
       SET-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE ACCT-NO TO WS-RPT-ACCT-NO
           MOVE CUST-NAME TO WS-RPT-CUST-NAME
           MOVE ACCT-TD-PRINCIPAL TO WS-RPT-PRINCIPAL
           MOVE ACCT-TD-MATURITY-DATE TO WS-RPT-MATURITY
           MOVE ACCT-TD-INSTRUCTION TO WS-RPT-INSTRUCTION
           MOVE ACCT-TD-PAYOUT-ACCT TO WS-RPT-PAYOUT-ACCT.
       MATURE-ONE-DEPOSIT.
           MOVE WS-MAT-ACCT-NO (WS-MAT-SUB) TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   DISPLAY "DEPOSIT NOT FOUND:" ACCT-NO
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-TOTAL-MATURED
           PERFORM SET-REPORT-LINE
           MOVE ACCT-NO TO WS-DEP-ACCT-NO
           MOVE ACCT-TD-PAYOUT-ACCT TO WS-DEP-PAYOUT-ACCT
           MOVE ACCT-TD-PRINCIPAL TO WS-DEP-PRINCIPAL
           MOVE ACCT-TD-RATE TO WS-DEP-RATE
           MOVE ACCT-TD-START-DATE TO WS-DEP-START-DATE
           MOVE ACCT-TD-MATURITY-DATE TO WS-DEP-MATURITY-DATE
           MOVE BALANCE TO WS-DEP-OLD-BAL
           COMPUTE WS-TD-INTEREST ROUNDED = ACCT-TD-PRINCIPAL
               * ACCT-TD-RATE * ACCT-TD-TERM-MONTHS
           MOVE WS-TD-INTEREST TO WS-RPT-INTEREST
           PERFORM FIND-WHT-FOR-DEPOSIT
           IF NOT ACCT-TD-RENEW-PRINCIPAL AND NOT ACCT-TD-RENEW-ALL
                   AND NOT ACCT-TD-PAY-OUT
               MOVE "BAD INSTR" TO WS-RPT-TAG
               PERFORM REPORT-FAILED-DEPOSIT
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-TD-RENEW-ALL
               PERFORM CHECK-PAYOUT-ACCOUNT
               IF NOT WS-PAYOUT-OK
                   MOVE "PAYOUT BAD" TO WS-RPT-TAG
                   PERFORM REPORT-FAILED-DEPOSIT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DEP-ACCT-NO TO ACCT-NO
               READ ACCTFILE KEY IS ACCT-NO
                   INVALID KEY
                       DISPLAY "DEPOSIT NOT FOUND:" ACCT-NO
                       EXIT PARAGRAPH
               END-READ
           END-IF
           COMPUTE WS-DEP-GROSS-BAL = BALANCE + WS-TD-INTEREST
           COMPUTE WS-DEP-INT-BAL = WS-DEP-GROSS-BAL - WS-WHT-AMT
           EVALUATE TRUE
               WHEN ACCT-TD-RENEW-ALL
                   MOVE 0 TO WS-PAYOUT-AMT
               WHEN ACCT-TD-RENEW-PRINCIPAL
                   COMPUTE WS-PAYOUT-AMT = WS-TD-INTEREST - WS-WHT-AMT
               WHEN OTHER
                   MOVE WS-DEP-INT-BAL TO WS-PAYOUT-AMT
           END-EVALUATE
           COMPUTE WS-DEP-NEW-BAL = WS-DEP-INT-BAL - WS-PAYOUT-AMT
           MOVE WS-DEP-NEW-BAL TO BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACT-DATE
           IF ACCT-TD-PAY-OUT
               MOVE 0 TO ACCT-TD-PRINCIPAL
               SET ACCT-STATUS-CLOSED TO TRUE
               MOVE "PAID OUT" TO WS-RPT-TAG
           ELSE
               PERFORM RENEW-DEPOSIT
           END-IF
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED:" ACCT-NO
                   MOVE "REWRITE FAIL" TO WS-RPT-TAG
                   PERFORM REPORT-FAILED-DEPOSIT
                   EXIT PARAGRAPH
           END-REWRITE
           IF WS-PAYOUT-AMT > 0
               PERFORM CREDIT-PAYOUT-ACCOUNT
               IF NOT WS-PAYOUT-OK
                   PERFORM BACK-OUT-DEPOSIT
                   MOVE "PAYOUT FAIL" TO WS-RPT-TAG
                   PERFORM REPORT-FAILED-DEPOSIT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM WRITE-DEPOSIT-JOURNALS
           IF WS-RPT-TAG = "PAID OUT"
               ADD 1 TO WS-TOTAL-PAID-OUT
           ELSE
               ADD 1 TO WS-TOTAL-RENEWED
           END-IF
           ADD WS-TD-INTEREST TO WS-TOTAL-INTEREST
           ADD WS-WHT-AMT TO WS-TOTAL-WHT
           ADD WS-PAYOUT-AMT TO WS-TOTAL-PAYOUT-AMT
           WRITE MATURITY-REPORT-REC FROM WS-RPT-LINE
           DISPLAY "TERM DEPOSIT MATURED:" WS-DEP-ACCT-NO
               " " WS-RPT-TAG.
       CHECK-PAYOUT-ACCOUNT.
           MOVE "N" TO WS-PAYOUT-OK-SW
           IF WS-DEP-PAYOUT-ACCT = SPACES
                   OR WS-DEP-PAYOUT-ACCT = WS-DEP-ACCT-NO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-PAYOUT-ACCT TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-TYPE-TERM
               EXIT PARAGRAPH
           END-IF
           SET WS-PAYOUT-OK TO TRUE.
       RENEW-DEPOSIT.
           MOVE WS-DEP-NEW-BAL TO ACCT-TD-PRINCIPAL
           MOVE WS-DEP-NEW-BAL TO WS-SRCH-RATE-BAL
           PERFORM FIND-TERM-RATE
           IF WS-RATE-FOUND
               MOVE WS-RATE TO ACCT-TD-RATE
           ELSE
               DISPLAY "NO TERM RATE - PREVIOUS RATE KEPT:" ACCT-NO
           END-IF
           MOVE WS-DEP-MATURITY-DATE TO ACCT-TD-START-DATE
           MOVE WS-DEP-MATURITY-DATE TO WS-NEW-MATURITY
           COMPUTE WS-MAT-SERIAL = WS-MAT-YYYY * 12 + WS-MAT-MM - 1
               + ACCT-TD-TERM-MONTHS
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
           MOVE WS-NEW-MATURITY TO ACCT-TD-MATURITY-DATE
           IF ACCT-TD-RENEW-ALL
               MOVE "RENEWED P+I" TO WS-RPT-TAG
           ELSE
               MOVE "RENEWED P" TO WS-RPT-TAG
           END-IF.
       CREDIT-PAYOUT-ACCOUNT.
           MOVE "N" TO WS-PAYOUT-OK-SW
           MOVE WS-DEP-PAYOUT-ACCT TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   DISPLAY "PAYOUT ACCOUNT NOT FOUND:" ACCT-NO
                   EXIT PARAGRAPH
           END-READ
           MOVE BALANCE TO WS-PAY-OLD-BAL
           COMPUTE WS-PAY-NEW-BAL = BALANCE + WS-PAYOUT-AMT
           MOVE WS-PAY-NEW-BAL TO BALANCE
           MOVE WS-TODAY TO ACCT-LAST-ACT-DATE
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED:" ACCT-NO
                   EXIT PARAGRAPH
           END-REWRITE
           SET WS-PAYOUT-OK TO TRUE.
       BACK-OUT-DEPOSIT.
           MOVE WS-DEP-ACCT-NO TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   DISPLAY "BACK-OUT READ FAILED:" WS-DEP-ACCT-NO
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-DEP-OLD-BAL TO BALANCE
           MOVE WS-DEP-PRINCIPAL TO ACCT-TD-PRINCIPAL
           MOVE WS-DEP-RATE TO ACCT-TD-RATE
           MOVE WS-DEP-START-DATE TO ACCT-TD-START-DATE
           MOVE WS-DEP-MATURITY-DATE TO ACCT-TD-MATURITY-DATE
           SET ACCT-STATUS-ACTIVE TO TRUE
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY "BACK-OUT REWRITE FAILED:" WS-DEP-ACCT-NO
           END-REWRITE.
       REPORT-FAILED-DEPOSIT.
           ADD 1 TO WS-TOTAL-FAILED
           WRITE MATURITY-REPORT-REC FROM WS-RPT-LINE
           DISPLAY "TERM DEPOSIT NOT PROCESSED:" WS-DEP-ACCT-NO
               " " WS-RPT-TAG.
       WRITE-DEPOSIT-JOURNALS.
           IF WS-TD-INTEREST > 0
               MOVE WS-DEP-ACCT-NO TO JRN-ACCT-NO
               MOVE WS-DEP-OLD-BAL TO JRN-OLD-BAL
               MOVE WS-DEP-GROSS-BAL TO JRN-NEW-BAL
               MOVE WS-TD-INTEREST TO JRN-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               SET JRN-SRC-INTEREST TO TRUE
               MOVE "SYS " TO JRN-TELLER-ID
               MOVE "SYS " TO JRN-BRANCH-ID
               MOVE WS-DEP-MATURITY-DATE TO JRN-EFF-DATE
               MOVE 0 TO JRN-CHEQUE-NO
               WRITE JOURNAL-REC
           END-IF
           IF WS-WHT-AMT > 0
               MOVE WS-DEP-ACCT-NO TO JRN-ACCT-NO
               MOVE WS-DEP-GROSS-BAL TO JRN-OLD-BAL
               MOVE WS-DEP-INT-BAL TO JRN-NEW-BAL
               MOVE WS-WHT-AMT TO JRN-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
               SET JRN-SRC-WHT TO TRUE
               MOVE "SYS " TO JRN-TELLER-ID
               MOVE "SYS " TO JRN-BRANCH-ID
               MOVE WS-DEP-MATURITY-DATE TO JRN-EFF-DATE
               MOVE 0 TO JRN-CHEQUE-NO
               WRITE JOURNAL-REC
           END-IF
           IF WS-PAYOUT-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-ACCT-NO TO JRN-ACCT-NO
           MOVE WS-DEP-INT-BAL TO JRN-OLD-BAL
           MOVE WS-DEP-NEW-BAL TO JRN-NEW-BAL
           MOVE WS-PAYOUT-AMT TO JRN-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           SET JRN-SRC-TRANSFER TO TRUE
           MOVE "SYS " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-DEP-MATURITY-DATE TO JRN-EFF-DATE
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC
           MOVE WS-DEP-PAYOUT-ACCT TO JRN-ACCT-NO
           MOVE WS-PAY-OLD-BAL TO JRN-OLD-BAL
           MOVE WS-PAY-NEW-BAL TO JRN-NEW-BAL
           MOVE WS-PAYOUT-AMT TO JRN-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           SET JRN-SRC-TRANSFER TO TRUE
           MOVE "SYS " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-DEP-MATURITY-DATE TO JRN-EFF-DATE
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           STRING "TERM DEPOSIT MATURITY REPORT AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MATURITY-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNT     CUSTOMER                PRINCIPAL"
               "  MATURITY  I  PAYOUT AC      INTEREST"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MATURITY-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "DEPOSITS MATURING UP TO " WS-HORIZON-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MATURITY-REPORT-REC FROM WS-RPT-MSG.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNTS READ=" WS-TOTAL-READ
               " TERM DEPOSITS=" WS-TOTAL-DEPOSITS
               " DUE IN 7 DAYS=" WS-TOTAL-DUE-SOON
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MATURITY-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "MATURED=" WS-TOTAL-MATURED
               " RENEWED=" WS-TOTAL-RENEWED
               " PAID OUT=" WS-TOTAL-PAID-OUT
               " NOT PROCESSED=" WS-TOTAL-FAILED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MATURITY-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "INTEREST CREDITED=" WS-TOTAL-INTEREST
               " TAX WITHHELD=" WS-TOTAL-WHT
               " PAID OUT=" WS-TOTAL-PAYOUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MATURITY-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "TERM DEPOSITS MATURED:" WS-TOTAL-MATURED
           DISPLAY "TERM DEPOSITS NOT PROCESSED:" WS-TOTAL-FAILED
           DISPLAY "TERM DEPOSIT INTEREST:" WS-TOTAL-INTEREST
           DISPLAY "TERM DEPOSIT TAX WITHHELD:" WS-TOTAL-WHT
           IF WS-TOTAL-FAILED > 0
               MOVE 4 TO WS-MATURITY-RC
           END-IF.
