       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODEXCESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO ACCTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT EXCESS-REPORT-FILE ASSIGN TO ODXSRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD EXCESS-REPORT-FILE.
       01 EXCESS-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-OD-LIMIT PIC 9(7)V99.
       01 WS-EXCESS PIC S9(8)V99.
       01 WS-TOTAL-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-OVERDRAWN PIC 9(7) VALUE 0.
       01 WS-TOTAL-WITHIN PIC 9(7) VALUE 0.
       01 WS-TOTAL-EXCESS PIC 9(7) VALUE 0.
       01 WS-TOTAL-OD-BAL PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-EXCESS-AMT PIC 9(11)V99 VALUE 0.
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 WS-RPT-ACCT-NO PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-ACCT-TYPE PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-STATUS PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-BALANCE PIC -ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-LIMIT PIC ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-EXCESS PIC ZZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-TAG PIC X(12).
          05 FILLER PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT ACCTFILE
                OUTPUT EXCESS-REPORT-FILE.
           IF ACCT-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE EXCESS-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
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
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE ACCTFILE EXCESS-REPORT-FILE.
           GOBACK.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-READ
           IF BALANCE NOT < 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-OVERDRAWN
           SUBTRACT BALANCE FROM WS-TOTAL-OD-BAL
           MOVE 0 TO WS-OD-LIMIT
           IF ACCT-TYPE-CURRENT AND ACCT-OD-LIMIT NUMERIC
               MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
           END-IF
           COMPUTE WS-EXCESS = 0 - BALANCE - WS-OD-LIMIT
           IF WS-EXCESS NOT > 0
               ADD 1 TO WS-TOTAL-WITHIN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-EXCESS
           ADD WS-EXCESS TO WS-TOTAL-EXCESS-AMT
           MOVE SPACES TO WS-RPT-LINE
           MOVE ACCT-NO TO WS-RPT-ACCT-NO
           MOVE ACCT-TYPE TO WS-RPT-ACCT-TYPE
           MOVE WS-STATUS TO WS-RPT-STATUS
           MOVE BALANCE TO WS-RPT-BALANCE
           MOVE WS-OD-LIMIT TO WS-RPT-LIMIT
           MOVE WS-EXCESS TO WS-RPT-EXCESS
           IF WS-OD-LIMIT = 0
               MOVE "NO FACILITY" TO WS-RPT-TAG
           ELSE
               MOVE "OVER LIMIT" TO WS-RPT-TAG
           END-IF
           WRITE EXCESS-REPORT-REC FROM WS-RPT-LINE.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           STRING "OVERDRAFT EXCESS REPORT AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE EXCESS-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNT     T  S      BALANCE    OD LIMIT"
               "       EXCESS"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE EXCESS-REPORT-REC FROM WS-RPT-MSG.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNTS READ=" WS-TOTAL-READ
               " OVERDRAWN=" WS-TOTAL-OVERDRAWN
               " WITHIN LIMIT=" WS-TOTAL-WITHIN
               " IN EXCESS=" WS-TOTAL-EXCESS
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE EXCESS-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "TOTAL OVERDRAWN=" WS-TOTAL-OD-BAL
               " TOTAL EXCESS=" WS-TOTAL-EXCESS-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE EXCESS-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "OVERDRAWN ACCOUNTS:" WS-TOTAL-OVERDRAWN
           DISPLAY "ACCOUNTS OVER LIMIT:" WS-TOTAL-EXCESS
           DISPLAY "TOTAL EXCESS OVER LIMIT:" WS-TOTAL-EXCESS-AMT.
