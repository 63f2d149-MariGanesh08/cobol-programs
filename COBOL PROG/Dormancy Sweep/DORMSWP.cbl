           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT JRNL-HIST-FILE ASSIGN TO JHSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JHS-KEY
           FILE STATUS IS JHS-FS.

           SELECT JOURNAL-FILE-OUT ASSIGN TO JRNLOUT
           ORGANIZATION IS SEQUENTIAL
           SELECT SWEEP-REPORT-FILE ASSIGN TO SWPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SWP-FS.

           SELECT ALERT-EVENT-FILE ASSIGN TO DRMEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AEV-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD JRNL-HIST-FILE.
           COPY JRNHREC.
       FD JOURNAL-FILE-OUT.
           COPY JOURNREC.
       FD SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-REC PIC X(100).
       FD ALERT-EVENT-FILE.
           COPY ALRTEVT.
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 JHS-FS PIC XX.
       01 JRN-OUT-FS PIC XX.
       01 SWP-FS PIC XX.
       01 AEV-FS PIC XX.
       01 WS-DORM-MONTHS PIC 9(2) VALUE 12.
       01 WS-DORM-FEE PIC 9(5)V99 VALUE 0.
       01 WS-PARM-FEE-X PIC X(7).
       01 WS-TODAY-SERIAL PIC 9(6) COMP.
       01 WS-CUT-SERIAL PIC 9(6) COMP.
       01 WS-LAST-SERIAL PIC 9(6) COMP.
       01 WS-OLD-BAL PIC S9(7)V99.
       01 WS-HIST-OPEN-SW PIC X(1) VALUE "N".
           88 WS-HIST-OPEN VALUE "Y".
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
       01 WS-TOTAL-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-SWEPT PIC 9(7) VALUE 0.
       01 WS-TOTAL-WARNED PIC 9(7) VALUE 0.
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF.
           PERFORM OPEN-JOURNAL-HISTORY.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT ALERT-EVENT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE LOW-VALUES TO ACCT-NO
           START ACCTFILE KEY NOT LESS THAN ACCT-NO
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           IF WS-HIST-OPEN
               CLOSE JRNL-HIST-FILE
           END-IF.
           CLOSE ACCTFILE JOURNAL-FILE-OUT SWEEP-REPORT-FILE
                 ALERT-EVENT-FILE.
           PERFORM RELEASE-RUN-LOCK.
           GOBACK.
       OBTAIN-RUN-LOCK.
           IF NOT RCQ-REPLY-OK
               DISPLAY "RUN CONTROL RELEASE ERROR"
           END-IF.
       OPEN-JOURNAL-HISTORY.
           OPEN INPUT JRNL-HIST-FILE
           IF JHS-FS NOT = "00"
               DISPLAY "NO JOURNAL HISTORY - USING MASTER DATES ONLY"
               EXIT PARAGRAPH
           END-IF
           SET WS-HIST-OPEN TO TRUE.
       CHECK-JOURNAL-DATE.
           IF JIN-SOURCE = "INT " OR JIN-SOURCE = "DORM"
                   OR JIN-SOURCE = "FEE " OR JIN-SOURCE = "DINT"
                   OR JIN-SOURCE = "WHT "
               EXIT PARAGRAPH
           END-IF
           IF JIN-TIMESTAMP (1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF JIN-TIMESTAMP (1:8) > WS-LAST-ACT
               MOVE JIN-TIMESTAMP (1:8) TO WS-LAST-ACT
           END-IF.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-READ
           IF NOT ACCT-STATUS-ACTIVE OR ACCT-TYPE-TERM
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-ACTIVITY
           IF ACCT-LAST-ACT-DATE NUMERIC
               MOVE ACCT-LAST-ACT-DATE TO WS-LAST-ACT
           END-IF
           IF NOT WS-HIST-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NO TO JHS-ACCT-NO
           MOVE SPACES TO JHS-TIMESTAMP
           MOVE WS-LAST-ACT TO JHS-TIMESTAMP (1:8)
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
                           MOVE "10" TO JHS-FS
                       ELSE
                           MOVE JHS-JOURNAL-DATA TO JOURNAL-IN-REC
                           PERFORM CHECK-JOURNAL-DATE
                       END-IF
               END-READ
           END-PERFORM.
       SWEEP-ACCOUNT.
           MOVE BALANCE TO WS-OLD-BAL
           MOVE 0 TO WS-FEE-TAKEN
           IF WS-DORM-FEE > 0 AND BALANCE > 0
               IF WS-DORM-FEE > BALANCE
                   MOVE BALANCE TO WS-FEE-TAKEN
               ELSE
           MOVE WS-LAST-ACT TO WS-RPT-LAST-ACT
           MOVE 0 TO WS-RPT-FEE
           MOVE "APPROACHING" TO WS-RPT-TAG
           WRITE SWEEP-REPORT-REC FROM WS-RPT-LINE
           MOVE SPACES TO ALERT-EVENT-REC
           SET AEV-DORMANCY-WARNING TO TRUE
           MOVE ACCT-NO TO AEV-ACCT-NO
           MOVE WS-TODAY TO AEV-EVENT-DATE
           MOVE 0 TO AEV-AMOUNT
           MOVE "APPROACHING" TO AEV-REASON
           MOVE WS-LAST-ACT TO AEV-INFO-DATE
           WRITE ALERT-EVENT-REC.
       WRITE-FEE-JOURNAL.
           MOVE ACCT-NO TO JRN-ACCT-NO
           MOVE WS-OLD-BAL TO JRN-OLD-BAL
           MOVE "SYS " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-TODAY TO JRN-EFF-DATE
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
