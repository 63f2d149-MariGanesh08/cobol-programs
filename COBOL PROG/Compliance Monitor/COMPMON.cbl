           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT JRNL-HIST-FILE ASSIGN TO JHSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JHS-KEY
           FILE STATUS IS JHS-FS.

           SELECT REJECT-FILE-IN ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REJ-FS.

           SELECT AUDIT-FILE ASSIGN TO AUDFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUD-FS.

           SELECT EXCP-WORK-FILE ASSIGN TO EXWORK
           ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD JRNL-HIST-FILE.
           COPY JRNHREC.
       FD REJECT-FILE-IN.
       01 REJECT-REC.
          05 REJ-ACCT-NO PIC X(10).
          05 REJ-TELLER-ID PIC X(4).
          05 REJ-BRANCH-ID PIC X(4).
          05 REJ-EFF-DATE PIC 9(8).
       FD AUDIT-FILE.
           COPY AUDITREC.
       FD EXCP-WORK-FILE.
       01 EXCP-WORK-REC.
          05 EXW-ACCT-NO PIC X(10).
       01 MONITOR-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 JHS-FS PIC XX.
       01 REJ-FS PIC XX.
       01 AUD-FS PIC XX.
       01 EXW-FS PIC XX.
       01 EXS-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-SCAN-FROM-DATE PIC 9(8).
       01 WS-SCAN-FROM-R REDEFINES WS-SCAN-FROM-DATE.
          05 WS-SCAN-FROM-YYYY PIC 9(4).
          05 WS-SCAN-FROM-MM PIC 9(2).
          05 WS-SCAN-FROM-DD PIC 9(2).
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
       01 WS-THRESHOLD PIC 9(7)V99 VALUE 10000.
       01 WS-PARM-AMT-X PIC X(9).
       01 WS-PARM-AMT-9 REDEFINES WS-PARM-AMT-X PIC 9(7)V99.
           END-IF.
           PERFORM SCAN-JOURNAL.
           PERFORM SCAN-REJECTS.
           PERFORM SCAN-AUDIT-FILE.
           PERFORM EMIT-ACCOUNT-RULES.
           CLOSE EXCP-WORK-FILE.
           SORT EXCP-SORT-FILE
           CLOSE ACCTFILE MONITOR-REPORT-FILE.
           GOBACK.
       SCAN-JOURNAL.
           OPEN INPUT JRNL-HIST-FILE
           IF JHS-FS NOT = "00"
               DISPLAY "JOURNAL HISTORY NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE EXCP-WORK-FILE MONITOR-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY TO WS-SCAN-FROM-DATE
           MOVE 1 TO WS-SCAN-FROM-DD
           IF WS-SCAN-FROM-MM = 1
               MOVE 12 TO WS-SCAN-FROM-MM
               SUBTRACT 1 FROM WS-SCAN-FROM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SCAN-FROM-MM
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
                       PERFORM SCAN-ACCOUNT-POSTINGS
               END-READ
           END-PERFORM
           CLOSE JRNL-HIST-FILE.
       SCAN-ACCOUNT-POSTINGS.
           MOVE ACCT-NO TO JHS-ACCT-NO
           MOVE SPACES TO JHS-TIMESTAMP
           MOVE WS-SCAN-FROM-DATE TO JHS-TIMESTAMP (1:8)
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
                           PERFORM SCAN-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
       SCAN-ONE-POSTING.
           IF JIN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
               ADD 1 TO WS-RULE-LRGE-COUNT
           END-IF
           IF JIN-NEW-BAL < JIN-OLD-BAL AND JIN-SOURCE NOT = "INT "
                   AND JIN-SOURCE NOT = "FEE "
                   AND JIN-SOURCE NOT = "DINT"
                   AND JIN-SOURCE NOT = "WHT "
               ADD 1 TO WS-ACT-WDRL-COUNT (WS-ACT-MATCH)
               ADD JIN-AMOUNT TO WS-ACT-WDRL-TOTAL (WS-ACT-MATCH)
           END-IF.
               WRITE EXCP-WORK-REC
               ADD 1 TO WS-RULE-REJL-COUNT
           END-IF.
       SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF AUD-FS NOT = "00"
               DISPLAY "NO AUDIT FILE - REACTIVATION RULE USES "
                   "JOURNAL ONLY"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUD-FS = "10"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO AUD-FS
                   NOT AT END
                       PERFORM SCAN-ONE-AUDIT-REC
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
       SCAN-ONE-AUDIT-REC.
           IF AUD-SOURCE = "ACCT" AND AUD-ACTION = "R"
                   AND AUD-APPLY-DATE NOT < WS-SCAN-FROM-DATE
               MOVE AUD-RECORD-KEY (1:10) TO WS-SRCH-ACCT
               PERFORM FIND-ACTIVITY-ENTRY
               IF WS-ACT-MATCH > 0
                   SET ACT-REACTIVATED (WS-ACT-MATCH) TO TRUE
