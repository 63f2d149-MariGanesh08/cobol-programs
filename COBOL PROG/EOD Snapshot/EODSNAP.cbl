       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODSNAP.
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

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SNP-FS.

           SELECT EXTRACT-FILE ASSIGN TO SNAPXTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS XTR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD HOLD-FILE.
           COPY HOLDREC.
       FD SNAPSHOT-FILE.
           COPY SNAPREC.
       FD EXTRACT-FILE.
       01 EXTRACT-REC PIC X(120).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 HLD-FS PIC XX.
       01 SNP-FS PIC XX.
       01 XTR-FS PIC XX.
       01 WS-SNAP-STAMP.
          05 WS-TODAY PIC 9(8).
          05 WS-SNAP-TIME PIC 9(8).
       01 WS-ACTIVE-HOLDS PIC 9(9)V99.
       01 WS-HOLD-COUNT PIC 9(3).
       01 WS-TOTAL-ACCTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-HELD-ACCTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-HOLDS PIC 9(11)V99 VALUE 0.
       01 WS-XTR-LINE.
          05 WS-XTR-REC-TYPE PIC X(1).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-SNAP-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-ACCT-NO PIC X(10).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-ACCT-TYPE PIC X(1).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-STATUS PIC X(1).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-BALANCE PIC +9(7).99.
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-MAX-WITHDRAW PIC 9(7).99.
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-MIN-BAL PIC 9(7).99.
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-OD-LIMIT PIC 9(7).99.
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-HOLD-COUNT PIC 9(3).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-HOLD-TOTAL PIC 9(9).99.
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTR-LAST-ACT-DATE PIC 9(8).
          05 FILLER PIC X(24) VALUE SPACES.
       01 WS-XTR-TRAILER.
          05 WS-XTT-REC-TYPE PIC X(1) VALUE "T".
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTT-SNAP-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTT-ACCT-COUNT PIC 9(7).
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTT-BALANCE PIC +9(11).99.
          05 FILLER PIC X(1) VALUE "|".
          05 WS-XTT-HOLD-TOTAL PIC 9(11).99.
          05 FILLER PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-SNAP-STAMP.
           OPEN INPUT ACCTFILE HOLD-FILE
                OUTPUT SNAPSHOT-FILE EXTRACT-FILE.
           IF ACCT-FS NOT = "00" OR HLD-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE SNAPSHOT-FILE EXTRACT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SNP-FS NOT = "00" OR XTR-FS NOT = "00"
               DISPLAY "ERROR IN SNAPSHOT FILE OPEN:" SNP-FS " "
                   XTR-FS
               CLOSE ACCTFILE HOLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
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
                       PERFORM SNAP-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE ACCTFILE HOLD-FILE SNAPSHOT-FILE EXTRACT-FILE.
           DISPLAY "SNAPSHOT DATE:" WS-TODAY " TIME:" WS-SNAP-TIME
           DISPLAY "ACCOUNTS SNAPPED:" WS-TOTAL-ACCTS
           DISPLAY "ACCOUNTS WITH HOLDS:" WS-TOTAL-HELD-ACCTS
           DISPLAY "TOTAL BALANCE:" WS-TOTAL-BALANCE
           DISPLAY "TOTAL ACTIVE HOLDS:" WS-TOTAL-HOLDS
           GOBACK.
       SNAP-ONE-ACCOUNT.
           PERFORM ADD-ACTIVE-HOLDS
           MOVE SPACES TO SNAP-REC
           MOVE WS-TODAY TO SNP-SNAP-DATE
           MOVE WS-SNAP-TIME TO SNP-SNAP-TIME
           MOVE ACCT-NO TO SNP-ACCT-NO
           MOVE ACCT-TYPE TO SNP-ACCT-TYPE
           MOVE WS-STATUS TO SNP-STATUS
           MOVE BALANCE TO SNP-BALANCE
           MOVE ACCT-MAX-WITHDRAW TO SNP-MAX-WITHDRAW
           MOVE ACCT-MIN-BAL TO SNP-MIN-BAL
           MOVE 0 TO SNP-OD-LIMIT
           IF ACCT-OD-LIMIT NUMERIC
               MOVE ACCT-OD-LIMIT TO SNP-OD-LIMIT
           END-IF
           MOVE WS-HOLD-COUNT TO SNP-HOLD-COUNT
           MOVE WS-ACTIVE-HOLDS TO SNP-HOLD-TOTAL
           MOVE 0 TO SNP-LAST-ACT-DATE
           IF ACCT-LAST-ACT-DATE NUMERIC
               MOVE ACCT-LAST-ACT-DATE TO SNP-LAST-ACT-DATE
           END-IF
           PERFORM WRITE-EXTRACT-DETAIL
           WRITE SNAP-REC
           ADD 1 TO WS-TOTAL-ACCTS
           ADD BALANCE TO WS-TOTAL-BALANCE
           ADD WS-ACTIVE-HOLDS TO WS-TOTAL-HOLDS
           IF WS-HOLD-COUNT > 0
               ADD 1 TO WS-TOTAL-HELD-ACCTS
           END-IF.
       ADD-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE 0 TO WS-HOLD-COUNT
           MOVE ACCT-NO TO HLD-ACCT-NO
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
           IF HLD-ACCT-NO NOT = ACCT-NO
               MOVE "10" TO HLD-FS
               EXIT PARAGRAPH
           END-IF
           IF HLD-STATUS-ACTIVE
                   AND (HLD-EXPIRY-DATE = 0
                   OR HLD-EXPIRY-DATE NOT < WS-TODAY)
               ADD HLD-AMOUNT TO WS-ACTIVE-HOLDS
               ADD 1 TO WS-HOLD-COUNT
           END-IF.
       WRITE-EXTRACT-DETAIL.
           MOVE "D" TO WS-XTR-REC-TYPE
           MOVE SNP-SNAP-DATE TO WS-XTR-SNAP-DATE
           MOVE SNP-ACCT-NO TO WS-XTR-ACCT-NO
           MOVE SNP-ACCT-TYPE TO WS-XTR-ACCT-TYPE
           MOVE SNP-STATUS TO WS-XTR-STATUS
           MOVE SNP-BALANCE TO WS-XTR-BALANCE
           MOVE SNP-MAX-WITHDRAW TO WS-XTR-MAX-WITHDRAW
           MOVE SNP-MIN-BAL TO WS-XTR-MIN-BAL
           MOVE SNP-OD-LIMIT TO WS-XTR-OD-LIMIT
           MOVE SNP-HOLD-COUNT TO WS-XTR-HOLD-COUNT
           MOVE SNP-HOLD-TOTAL TO WS-XTR-HOLD-TOTAL
           MOVE SNP-LAST-ACT-DATE TO WS-XTR-LAST-ACT-DATE
           WRITE EXTRACT-REC FROM WS-XTR-LINE.
       WRITE-EXTRACT-TRAILER.
           MOVE WS-TODAY TO WS-XTT-SNAP-DATE
           MOVE WS-TOTAL-ACCTS TO WS-XTT-ACCT-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-XTT-BALANCE
           MOVE WS-TOTAL-HOLDS TO WS-XTT-HOLD-TOTAL
           WRITE EXTRACT-REC FROM WS-XTR-TRAILER.
