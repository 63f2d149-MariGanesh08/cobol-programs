       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO ACCTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT HOLD-FILE ASSIGN TO HOLDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HLD-FS.

           SELECT STOP-FILE ASSIGN TO STOPKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STOP-KEY
           FILE STATUS IS STP-FS.

           SELECT CLEARING-IN-FILE ASSIGN TO CLRINWD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CLI-FS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-FS.

           SELECT RETURN-FILE ASSIGN TO CLRRTN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RTN-FS.

           SELECT CLEARING-REPORT-FILE ASSIGN TO CLRRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD HOLD-FILE.
           COPY HOLDREC.
       FD STOP-FILE.
           COPY STOPREC.
       FD CLEARING-IN-FILE.
       01 CLEARING-IN-REC.
          05 CLI-REC-TYPE PIC X(1).
             88 CLI-DETAIL VALUE "D".
             88 CLI-TRAILER VALUE "T".
          05 CLI-SEQ-NO PIC 9(6).
          05 CLI-ACCT-NO PIC X(10).
          05 CLI-CHEQUE-NO PIC 9(8).
          05 CLI-AMOUNT PIC 9(7)V99.
          05 CLI-PRESENTER PIC X(6).
          05 CLI-VALUE-DATE PIC 9(8).
       01 CLEARING-TRAILER-REC.
          05 CLT-REC-TYPE PIC X(1).
          05 CLT-ITEM-COUNT PIC 9(6).
          05 CLT-TOTAL-AMOUNT PIC 9(11)V99.
          05 FILLER PIC X(28).
       FD JOURNAL-FILE.
           COPY JOURNREC.
       FD RETURN-FILE.
       01 RETURN-REC.
          05 CRT-SEQ-NO PIC 9(6).
          05 CRT-ACCT-NO PIC X(10).
          05 CRT-CHEQUE-NO PIC 9(8).
          05 CRT-AMOUNT PIC 9(7)V99.
          05 CRT-PRESENTER PIC X(6).
          05 CRT-VALUE-DATE PIC 9(8).
          05 CRT-REASON-CODE PIC X(4).
          05 CRT-RETURN-DATE PIC 9(8).
       FD CLEARING-REPORT-FILE.
       01 CLEARING-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 HLD-FS PIC XX.
       01 STP-FS PIC XX.
       01 CLI-FS PIC XX.
       01 JRN-FS PIC XX.
       01 RTN-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-EFF-DATE PIC 9(8).
       01 WS-MIN-BAL PIC 9(7)V99 VALUE 1000.
       01 WS-EFF-FLOOR PIC S9(7)V99.
       01 WS-ACTIVE-HOLDS PIC 9(9)V99.
       01 WS-OLD-BAL PIC S9(7)V99.
       01 WS-OLD-DAY-WDRL-TOTAL PIC 9(7)V99.
       01 WS-NEW-BAL PIC S9(7)V99.
       01 WS-HOLDS-AVAIL-SW PIC X(1) VALUE "N".
           88 WS-HOLDS-AVAIL VALUE "Y".
       01 WS-STOP-FOUND-SW PIC X(1) VALUE "N".
           88 WS-STOP-FOUND VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X(1) VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01 WS-RUN-COMPLETE-SW PIC X(1) VALUE "N".
           88 WS-RUN-COMPLETE VALUE "Y".
       01 WS-RETURN-REASON PIC X(4).
           88 RTN-ACCT-NOT-FOUND VALUE "ANF ".
           88 RTN-ACCOUNT-CLOSED VALUE "CLSD".
           88 RTN-INACTIVE VALUE "INAC".
           88 RTN-NOT-CURRENT VALUE "NCUR".
           88 RTN-BAD-ITEM VALUE "BADI".
           88 RTN-STOPPED VALUE "STOP".
           88 RTN-INSUFFICIENT VALUE "NSF ".
           88 RTN-HOLD-BREACH VALUE "HELD".
           88 RTN-REWRITE-FAILED VALUE "RWF ".
       01 WS-TOTAL-PRESENTED PIC 9(7) VALUE 0.
       01 WS-TOTAL-PAID PIC 9(7) VALUE 0.
       01 WS-TOTAL-RETURNED PIC 9(7) VALUE 0.
       01 WS-TOTAL-STOPPED PIC 9(7) VALUE 0.
       01 WS-AMT-PRESENTED PIC 9(11)V99 VALUE 0.
       01 WS-AMT-PAID PIC 9(11)V99 VALUE 0.
       01 WS-AMT-RETURNED PIC 9(11)V99 VALUE 0.
       01 WS-AMT-STOPPED PIC 9(11)V99 VALUE 0.
       01 WS-TRL-COUNT PIC 9(6) VALUE 0.
       01 WS-TRL-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-SETTLE-RC PIC 9(2) VALUE 0.
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 WS-RPT-SEQ-NO PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-ACCT-NO PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-CHEQUE-NO PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-AMOUNT PIC ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-PRESENTER PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-REASON PIC X(4).
          05 FILLER PIC X(46) VALUE SPACES.
           COPY RUNCTLRQ.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
          05 LS-OVERRIDE-PARM PIC X(1).
          05 LS-NO-HOLDS-PARM PIC X(1).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-MONTH.
           PERFORM OBTAIN-RUN-LOCK.
           OPEN I-O ACCTFILE
                INPUT CLEARING-IN-FILE
                OUTPUT RETURN-FILE
                OUTPUT CLEARING-REPORT-FILE.
           IF ACCT-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE CLEARING-IN-FILE RETURN-FILE CLEARING-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CLI-FS NOT = "00"
               DISPLAY "INWARD CLEARING FILE NOT AVAILABLE - "
                   "RUN ABORTED"
               CLOSE ACCTFILE RETURN-FILE CLEARING-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STOP-FILE.
           IF STP-FS NOT = "00"
               DISPLAY "STOP PAYMENT FILE NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE CLEARING-IN-FILE RETURN-FILE
                     CLEARING-REPORT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF HLD-FS = "00"
               SET WS-HOLDS-AVAIL TO TRUE
           ELSE
               IF LS-PARM-LEN > 1 AND LS-NO-HOLDS-PARM = "N"
                   DISPLAY "NO HOLDS FILE - OVERRIDE N GIVEN - "
                       "HOLD CHECKS SKIPPED"
               ELSE
                   DISPLAY "HOLD FILE NOT AVAILABLE - RUN ABORTED"
                   CLOSE ACCTFILE CLEARING-IN-FILE RETURN-FILE
                         CLEARING-REPORT-FILE STOP-FILE
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL CLI-FS = "10"
               READ CLEARING-IN-FILE
                   AT END
                       MOVE "10" TO CLI-FS
                   NOT AT END
                       PERFORM PROCESS-CLEARING-REC
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE ACCTFILE CLEARING-IN-FILE STOP-FILE JOURNAL-FILE
                 RETURN-FILE CLEARING-REPORT-FILE.
           IF WS-HOLDS-AVAIL
               CLOSE HOLD-FILE
           END-IF.
           SET WS-RUN-COMPLETE TO TRUE.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-SETTLE-RC TO RETURN-CODE.
           GOBACK.
       OBTAIN-RUN-LOCK.
           SET RCQ-FUNC-LOCK TO TRUE
           MOVE "CHQCLR  " TO RCQ-PROGRAM
           MOVE 0 TO RCQ-INT-MONTH
           MOVE SPACE TO RCQ-OVERRIDE
           IF LS-PARM-LEN > 0 AND LS-OVERRIDE-PARM = "F"
               MOVE "F" TO RCQ-OVERRIDE
           END-IF
           CALL "RUNCTL" USING RUNCTL-REQUEST
           IF RCQ-REPLY-BUSY
               DISPLAY "ACCTFILE HELD BY " RCQ-HOLDER-PGM
                   " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RCQ-REPLY-DUP-INT
               DISPLAY "CLEARING ALREADY STARTED OR POSTED FOR "
                   WS-TODAY " - RERUN NEEDS OVERRIDE PARM F"
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
           MOVE "CHQCLR  " TO RCQ-PROGRAM
           IF WS-RUN-COMPLETE
               MOVE WS-RUN-MONTH TO RCQ-INT-MONTH
           ELSE
               MOVE 0 TO RCQ-INT-MONTH
           END-IF
           CALL "RUNCTL" USING RUNCTL-REQUEST
           IF NOT RCQ-REPLY-OK
               DISPLAY "RUN CONTROL RELEASE ERROR"
           END-IF.
       PROCESS-CLEARING-REC.
           IF CLI-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE CLT-ITEM-COUNT TO WS-TRL-COUNT
               MOVE CLT-TOTAL-AMOUNT TO WS-TRL-AMOUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-PRESENTED
           MOVE SPACES TO WS-RETURN-REASON
           IF CLI-AMOUNT NOT NUMERIC OR CLI-CHEQUE-NO NOT NUMERIC
               SET RTN-BAD-ITEM TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           ADD CLI-AMOUNT TO WS-AMT-PRESENTED
           IF CLI-AMOUNT = 0 OR CLI-CHEQUE-NO = 0
               SET RTN-BAD-ITEM TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           IF CLI-VALUE-DATE NUMERIC AND CLI-VALUE-DATE > 0
               MOVE CLI-VALUE-DATE TO WS-EFF-DATE
           ELSE
               MOVE WS-TODAY TO WS-EFF-DATE
           END-IF
           MOVE CLI-ACCT-NO TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   SET RTN-ACCT-NOT-FOUND TO TRUE
                   PERFORM RETURN-CHEQUE
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS-CLOSED
               SET RTN-ACCOUNT-CLOSED TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-STATUS-ACTIVE
               SET RTN-INACTIVE TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-TYPE-CURRENT
               SET RTN-NOT-CURRENT TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STOP-PAYMENT
           IF WS-STOP-FOUND
               SET RTN-STOPPED TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-ACCOUNT-FLOOR
           COMPUTE WS-NEW-BAL = BALANCE - CLI-AMOUNT
           IF WS-NEW-BAL < WS-EFF-FLOOR
               SET RTN-INSUFFICIENT TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-ACTIVE-HOLDS
           IF WS-NEW-BAL < WS-EFF-FLOOR + WS-ACTIVE-HOLDS
               SET RTN-HOLD-BREACH TO TRUE
               PERFORM RETURN-CHEQUE
               EXIT PARAGRAPH
           END-IF
           PERFORM PAY-CHEQUE.
       CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-FOUND-SW
           MOVE CLI-ACCT-NO TO STP-ACCT-NO
           MOVE 0 TO STP-FROM-CHQ
           MOVE "00" TO STP-FS
           START STOP-FILE KEY NOT LESS THAN STOP-KEY
               INVALID KEY
                   MOVE "23" TO STP-FS
           END-START
           PERFORM UNTIL STP-FS NOT = "00" OR WS-STOP-FOUND
               READ STOP-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO STP-FS
                   NOT AT END
                       PERFORM TEST-ONE-STOP
               END-READ
           END-PERFORM.
       TEST-ONE-STOP.
           IF STP-ACCT-NO NOT = CLI-ACCT-NO
                   OR STP-FROM-CHQ > CLI-CHEQUE-NO
               MOVE "10" TO STP-FS
               EXIT PARAGRAPH
           END-IF
           IF STP-STATUS-ACTIVE
                   AND STP-TO-CHQ NOT < CLI-CHEQUE-NO
                   AND (STP-EXPIRY-DATE = 0
                   OR STP-EXPIRY-DATE NOT < WS-TODAY)
                   AND (STP-AMOUNT = 0 OR STP-AMOUNT = CLI-AMOUNT)
               SET WS-STOP-FOUND TO TRUE
           END-IF.
       SET-ACCOUNT-FLOOR.
           IF ACCT-LAST-ACT-DATE NOT NUMERIC
               MOVE 0 TO ACCT-LAST-ACT-DATE
           END-IF
           IF ACCT-DAY-WDRL-TOTAL NOT NUMERIC
               MOVE 0 TO ACCT-DAY-WDRL-TOTAL
           END-IF
           IF ACCT-LAST-ACT-DATE NOT = WS-TODAY
               MOVE 0 TO ACCT-DAY-WDRL-TOTAL
           END-IF
           IF ACCT-MIN-BAL NUMERIC AND ACCT-MIN-BAL > 0
               MOVE ACCT-MIN-BAL TO WS-EFF-FLOOR
           ELSE
               MOVE WS-MIN-BAL TO WS-EFF-FLOOR
           END-IF
           IF ACCT-OD-LIMIT NUMERIC AND ACCT-OD-LIMIT > 0
               COMPUTE WS-EFF-FLOOR = 0 - ACCT-OD-LIMIT
           END-IF.
       ADD-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           IF NOT WS-HOLDS-AVAIL
               EXIT PARAGRAPH
           END-IF
           MOVE CLI-ACCT-NO TO HLD-ACCT-NO
           MOVE 0 TO HLD-SEQ-NO
           MOVE "00" TO HLD-FS
           START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "23" TO HLD-FS
           END-START
           PERFORM UNTIL HLD-FS NOT = "00"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO HLD-FS
                   NOT AT END
                       PERFORM TAKE-ONE-HOLD
               END-READ
           END-PERFORM.
       TAKE-ONE-HOLD.
           IF HLD-ACCT-NO NOT = CLI-ACCT-NO
               MOVE "10" TO HLD-FS
               EXIT PARAGRAPH
           END-IF
           IF HLD-STATUS-ACTIVE
                   AND (HLD-EXPIRY-DATE = 0
                   OR HLD-EXPIRY-DATE NOT < WS-TODAY)
               ADD HLD-AMOUNT TO WS-ACTIVE-HOLDS
           END-IF.
       PAY-CHEQUE.
           MOVE BALANCE TO WS-OLD-BAL
           MOVE ACCT-DAY-WDRL-TOTAL TO WS-OLD-DAY-WDRL-TOTAL
           MOVE WS-NEW-BAL TO BALANCE
           ADD CLI-AMOUNT TO ACCT-DAY-WDRL-TOTAL
           MOVE WS-TODAY TO ACCT-LAST-ACT-DATE
           REWRITE ACCT-REC
               INVALID KEY
                   MOVE WS-OLD-BAL TO BALANCE
                   MOVE WS-OLD-DAY-WDRL-TOTAL TO ACCT-DAY-WDRL-TOTAL
                   DISPLAY "REWRITE FAILED:" CLI-ACCT-NO
                   SET RTN-REWRITE-FAILED TO TRUE
                   PERFORM RETURN-CHEQUE
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-JOURNAL-REC
           ADD 1 TO WS-TOTAL-PAID
           ADD CLI-AMOUNT TO WS-AMT-PAID.
       WRITE-JOURNAL-REC.
           MOVE CLI-ACCT-NO TO JRN-ACCT-NO
           MOVE WS-OLD-BAL TO JRN-OLD-BAL
           MOVE BALANCE TO JRN-NEW-BAL
           MOVE CLI-AMOUNT TO JRN-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           SET JRN-SRC-CHEQUE TO TRUE
           MOVE "CLR " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-EFF-DATE TO JRN-EFF-DATE
           MOVE CLI-CHEQUE-NO TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       RETURN-CHEQUE.
           ADD 1 TO WS-TOTAL-RETURNED
           IF CLI-AMOUNT NUMERIC
               ADD CLI-AMOUNT TO WS-AMT-RETURNED
           END-IF
           IF RTN-STOPPED
               ADD 1 TO WS-TOTAL-STOPPED
               ADD CLI-AMOUNT TO WS-AMT-STOPPED
           END-IF
           MOVE CLI-SEQ-NO TO CRT-SEQ-NO
           MOVE CLI-ACCT-NO TO CRT-ACCT-NO
           MOVE CLI-CHEQUE-NO TO CRT-CHEQUE-NO
           MOVE CLI-AMOUNT TO CRT-AMOUNT
           MOVE CLI-PRESENTER TO CRT-PRESENTER
           MOVE CLI-VALUE-DATE TO CRT-VALUE-DATE
           MOVE WS-RETURN-REASON TO CRT-REASON-CODE
           MOVE WS-TODAY TO CRT-RETURN-DATE
           WRITE RETURN-REC
           MOVE SPACES TO WS-RPT-LINE
           MOVE CLI-SEQ-NO TO WS-RPT-SEQ-NO
           MOVE CLI-ACCT-NO TO WS-RPT-ACCT-NO
           MOVE CLI-CHEQUE-NO TO WS-RPT-CHEQUE-NO
           IF CLI-AMOUNT NUMERIC
               MOVE CLI-AMOUNT TO WS-RPT-AMOUNT
           ELSE
               MOVE 0 TO WS-RPT-AMOUNT
           END-IF
           MOVE CLI-PRESENTER TO WS-RPT-PRESENTER
           MOVE WS-RETURN-REASON TO WS-RPT-REASON
           WRITE CLEARING-REPORT-REC FROM WS-RPT-LINE
           DISPLAY "CHEQUE RETURNED:" CLI-ACCT-NO " " CLI-CHEQUE-NO
               " " WS-RETURN-REASON.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           STRING "INWARD CLEARING SUMMARY AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "RETURNED ITEMS:"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "SEQ     ACCOUNT     CHEQUE        AMOUNT  "
               "PRESNT  RSN"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-MSG
           STRING "PRESENTED=" WS-TOTAL-PRESENTED
               " AMOUNT=" WS-AMT-PRESENTED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "PAID=" WS-TOTAL-PAID
               " AMOUNT=" WS-AMT-PAID
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "RETURNED=" WS-TOTAL-RETURNED
               " AMOUNT=" WS-AMT-RETURNED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "OF WHICH STOPPED=" WS-TOTAL-STOPPED
               " AMOUNT=" WS-AMT-STOPPED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "NET SETTLEMENT DUE TO CLEARING HOUSE=" WS-AMT-PAID
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           IF NOT WS-TRAILER-SEEN
               STRING "NO CLEARING HOUSE TRAILER - TOTALS NOT AGREED"
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               MOVE 4 TO WS-SETTLE-RC
           ELSE
               IF WS-TRL-COUNT = WS-TOTAL-PRESENTED
                       AND WS-TRL-AMOUNT = WS-AMT-PRESENTED
                   STRING "CLEARING HOUSE TRAILER AGREED"
                       DELIMITED BY SIZE INTO WS-RPT-MSG
               ELSE
                   STRING "CLEARING HOUSE TRAILER OUT OF BALANCE "
                       "COUNT=" WS-TRL-COUNT " AMOUNT=" WS-TRL-AMOUNT
                       DELIMITED BY SIZE INTO WS-RPT-MSG
                   MOVE 4 TO WS-SETTLE-RC
               END-IF
           END-IF
           WRITE CLEARING-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "CHEQUES PRESENTED:" WS-TOTAL-PRESENTED
           DISPLAY "CHEQUES PAID:" WS-TOTAL-PAID
           DISPLAY "CHEQUES RETURNED:" WS-TOTAL-RETURNED
           DISPLAY "CHEQUES STOPPED:" WS-TOTAL-STOPPED
           DISPLAY "NET SETTLEMENT:" WS-AMT-PAID.
