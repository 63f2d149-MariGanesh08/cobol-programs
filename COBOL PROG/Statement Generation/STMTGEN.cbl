           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT JRNL-HIST-FILE ASSIGN TO JHSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JHS-KEY
           FILE STATUS IS JHS-FS.

           SELECT STMT-WORK-FILE ASSIGN TO STMTWORK
           ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD JRNL-HIST-FILE.
           COPY JRNHREC.
       FD STMT-WORK-FILE.
       01 STMT-WORK-REC.
          05 STW-ACCT-NO PIC X(10).
          05 STW-OLD-BAL PIC S9(7)V99.
          05 STW-NEW-BAL PIC S9(7)V99.
          05 STW-AMOUNT PIC 9(7)V99.
          05 STW-TIMESTAMP PIC X(21).
          05 STW-SOURCE PIC X(4).
          05 STW-EFF-DATE PIC X(8).
          05 STW-CHEQUE-NO PIC 9(8).
       FD STMT-SORTED-FILE.
       01 STMT-SORTED-REC.
          05 STS-ACCT-NO PIC X(10).
          05 STS-OLD-BAL PIC S9(7)V99.
          05 STS-NEW-BAL PIC S9(7)V99.
          05 STS-AMOUNT PIC 9(7)V99.
          05 STS-TIMESTAMP PIC X(21).
          05 STS-SOURCE PIC X(4).
             88 STS-SRC-TRANSFER VALUE "XFR ".
             88 STS-SRC-DORM-FEE VALUE "DORM".
             88 STS-SRC-REVERSAL VALUE "REV ".
             88 STS-SRC-SERVICE-FEE VALUE "FEE ".
             88 STS-SRC-DEBIT-INT VALUE "DINT".
             88 STS-SRC-CHEQUE VALUE "CHQ ".
             88 STS-SRC-WHT VALUE "WHT ".
          05 STS-EFF-DATE PIC X(8).
          05 STS-CHEQUE-NO PIC 9(8).
       SD STMT-SORT-FILE.
       01 STMT-SORT-REC.
          05 SRT-ACCT-NO PIC X(10).
          05 SRT-OLD-BAL PIC S9(7)V99.
          05 SRT-NEW-BAL PIC S9(7)V99.
          05 SRT-AMOUNT PIC 9(7)V99.
          05 SRT-TIMESTAMP PIC X(21).
          05 SRT-SOURCE PIC X(4).
          05 SRT-EFF-DATE PIC X(8).
          05 SRT-CHEQUE-NO PIC 9(8).
       FD STMT-PRINT-FILE.
       01 STMT-PRINT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 JHS-FS PIC XX.
       01 STW-FS PIC XX.
       01 STS-FS PIC XX.
       01 STP-FS PIC XX.
       01 WS-STMT-PERIOD PIC 9(6).
       01 WS-NEXT-PERIOD PIC 9(6).
       01 WS-VALUE-DATE PIC X(8).
       01 WS-CURR-ACCT PIC X(10) VALUE SPACES.
       01 WS-ACCT-ON-MASTER-SW PIC X(1) VALUE "N".
           88 WS-ACCT-ON-MASTER VALUE "Y".
       01 WS-OPEN-BAL PIC S9(7)V99.
       01 WS-CLOSE-BAL PIC S9(7)V99.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-PAGE-NO PIC 9(4) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-DTL-DEP PIC ZZZZZZ9.99 BLANK WHEN ZERO.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-DTL-BAL PIC -ZZZZZZ9.99.
          05 FILLER PIC X(69) VALUE SPACES.
       01 WS-BAL-LINE.
          05 WS-BAL-LABEL PIC X(18).
          05 WS-BAL-AMOUNT PIC -ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-BAL-PROOF PIC X(40).
          05 FILLER PIC X(61) VALUE SPACES.
       01 WS-MSG-LINE PIC X(132).
           COPY JOURNREC.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
           CLOSE ACCTFILE STMT-PRINT-FILE.
           GOBACK.
       SELECT-PERIOD-POSTINGS.
           OPEN INPUT JRNL-HIST-FILE
                OUTPUT STMT-WORK-FILE
           IF JHS-FS NOT = "00"
               DISPLAY "JOURNAL HISTORY NOT AVAILABLE - RUN ABORTED"
               CLOSE STMT-WORK-FILE ACCTFILE STMT-PRINT-FILE
               GOBACK
           END-IF
           MOVE WS-STMT-PERIOD TO WS-NEXT-PERIOD
           IF WS-STMT-PERIOD (5:2) = "12"
               ADD 89 TO WS-NEXT-PERIOD
           ELSE
               ADD 1 TO WS-NEXT-PERIOD
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
           CLOSE JRNL-HIST-FILE STMT-WORK-FILE.
       SELECT-ACCOUNT-POSTINGS.
           MOVE ACCT-NO TO JHS-ACCT-NO
           MOVE SPACES TO JHS-TIMESTAMP
           MOVE WS-STMT-PERIOD TO JHS-TIMESTAMP (1:6)
           MOVE "01" TO JHS-TIMESTAMP (7:2)
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
                               OR JHS-TIMESTAMP (1:6) > WS-NEXT-PERIOD
                           MOVE "10" TO JHS-FS
                       ELSE
                           MOVE JHS-JOURNAL-DATA TO JOURNAL-REC
                           PERFORM SELECT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
       SELECT-ONE-POSTING.
           IF JRN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
           MOVE JRN-TIMESTAMP TO STW-TIMESTAMP
           MOVE JRN-SOURCE TO STW-SOURCE
           MOVE WS-VALUE-DATE TO STW-EFF-DATE
           IF JRN-CHEQUE-NO NUMERIC
               MOVE JRN-CHEQUE-NO TO STW-CHEQUE-NO
           ELSE
               MOVE 0 TO STW-CHEQUE-NO
           END-IF
           WRITE STMT-WORK-REC.
       PRINT-STATEMENTS.
           OPEN INPUT STMT-SORTED-FILE
               WHEN STS-SRC-DORM-FEE
                   MOVE "DORMANCY FEE" TO WS-DTL-DESC
                   MOVE STS-AMOUNT TO WS-DTL-WDRL
               WHEN STS-SRC-SERVICE-FEE
                   MOVE "SERVICE FEE" TO WS-DTL-DESC
                   MOVE STS-AMOUNT TO WS-DTL-WDRL
               WHEN STS-SRC-DEBIT-INT
                   MOVE "OD INTEREST" TO WS-DTL-DESC
                   MOVE STS-AMOUNT TO WS-DTL-WDRL
               WHEN STS-SRC-WHT
                   MOVE "TAX WITHHELD" TO WS-DTL-DESC
                   MOVE STS-AMOUNT TO WS-DTL-WDRL
               WHEN STS-SRC-CHEQUE
                   MOVE SPACES TO WS-DTL-DESC
                   STRING "CHQ " STS-CHEQUE-NO
                       DELIMITED BY SIZE INTO WS-DTL-DESC
                   MOVE STS-AMOUNT TO WS-DTL-WDRL
               WHEN STS-SRC-REVERSAL
                   MOVE "REVERSAL" TO WS-DTL-DESC
                   IF STS-NEW-BAL < STS-OLD-BAL
