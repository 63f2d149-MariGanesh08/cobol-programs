       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO ACCTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT FEE-SCHED-FILE ASSIGN TO FEESCHED
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSC-FS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-FS.

           SELECT JOURNAL-FILE-IN ASSIGN TO JRNLIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-IN-FS.

           SELECT FEE-WORK-FILE ASSIGN TO FEEWORK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FEW-FS.

           SELECT FEE-SORTED-FILE ASSIGN TO FEESORT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FES-FS.

           SELECT FEE-SORT-FILE ASSIGN TO FEESRTW.

           SELECT FEE-REGISTER-FILE ASSIGN TO FEERPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD FEE-SCHED-FILE.
       01 FEE-SCHED-REC.
          05 FSC-ACCT-TYPE PIC X(1).
          05 FSC-FEE-CODE PIC X(4).
          05 FSC-AMOUNT PIC 9(5)V99.
          05 FSC-FREE-COUNT PIC 9(3).
       FD JOURNAL-FILE.
           COPY JOURNREC.
       FD JOURNAL-FILE-IN.
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
       FD FEE-WORK-FILE.
       01 FEE-WORK-REC.
          05 FEW-ACCT-NO PIC X(10).
          05 FEW-OLD-BAL PIC S9(7)V99.
          05 FEW-NEW-BAL PIC S9(7)V99.
          05 FEW-SOURCE PIC X(4).
          05 FEW-TIMESTAMP PIC X(21).
       FD FEE-SORTED-FILE.
       01 FEE-SORTED-REC.
          05 FES-ACCT-NO PIC X(10).
          05 FES-OLD-BAL PIC S9(7)V99.
          05 FES-NEW-BAL PIC S9(7)V99.
          05 FES-SOURCE PIC X(4).
          05 FES-TIMESTAMP PIC X(21).
       SD FEE-SORT-FILE.
       01 FEE-SORT-REC.
          05 FSR-ACCT-NO PIC X(10).
          05 FSR-OLD-BAL PIC S9(7)V99.
          05 FSR-NEW-BAL PIC S9(7)V99.
          05 FSR-SOURCE PIC X(4).
          05 FSR-TIMESTAMP PIC X(21).
       FD FEE-REGISTER-FILE.
       01 FEE-REGISTER-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 FSC-FS PIC XX.
       01 JRN-FS PIC XX.
       01 JRN-IN-FS PIC XX.
       01 FEW-FS PIC XX.
       01 FES-FS PIC XX.
       01 REG-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-VALUE-DATE PIC X(8).
       01 WS-FEE-COUNT PIC 9(3) VALUE 0.
       01 WS-FEE-SUB PIC 9(3).
       01 WS-FEE-MATCH PIC 9(3).
       01 WS-FEE-TABLE.
          05 WS-FEE-ENTRY OCCURS 50 TIMES.
             10 WS-FEE-ACCT-TYPE PIC X(1).
             10 WS-FEE-CODE PIC X(4).
             10 WS-FEE-AMOUNT PIC 9(5)V99.
             10 WS-FEE-FREE-COUNT PIC 9(3).
       01 WS-SRCH-FEE-CODE PIC X(4).
       01 WS-WDRL-COUNT PIC 9(5).
       01 WS-CHARGE-COUNT PIC 9(5).
       01 WS-LOW-BAL PIC S9(7)V99.
       01 WS-OLD-BAL PIC S9(7)V99.
       01 WS-FEE-DUE PIC 9(7)V99.
       01 WS-FEE-TAKEN PIC 9(7)V99.
       01 WS-FEE-WAIVED PIC 9(7)V99.
       01 WS-ACCT-CHARGED-SW PIC X(1).
           88 WS-ACCT-CHARGED VALUE "Y".
       01 WS-FES-EOF-SW PIC X(1) VALUE "N".
           88 WS-FES-EOF VALUE "Y".
       01 WS-FES-PENDING-SW PIC X(1) VALUE "N".
           88 WS-FES-PENDING VALUE "Y".
       01 WS-RUN-COMPLETE-SW PIC X(1) VALUE "N".
           88 WS-RUN-COMPLETE VALUE "Y".
       01 WS-TOTAL-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-CHARGED PIC 9(7) VALUE 0.
       01 WS-TOTAL-DUE PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-TAKEN PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-WAIVED PIC 9(9)V99 VALUE 0.
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 WS-RPT-ACCT-NO PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-ACCT-TYPE PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-FEE-CODE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-DUE PIC ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-TAKEN PIC ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-WAIVED PIC ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-TAG PIC X(12).
          05 FILLER PIC X(31) VALUE SPACES.
           COPY RUNCTLRQ.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
          05 LS-OVERRIDE-PARM PIC X(1).
          05 LS-RUN-MONTH PIC X(6).
       PROCEDURE DIVISION USING LS-PARM-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-MONTH.
           IF LS-PARM-LEN > 6 AND LS-RUN-MONTH NUMERIC
               MOVE LS-RUN-MONTH TO WS-RUN-MONTH
           END-IF.
           PERFORM OBTAIN-RUN-LOCK.
           OPEN I-O ACCTFILE
                OUTPUT FEE-REGISTER-FILE.
           IF ACCT-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM SELECT-MONTH-POSTINGS.
           SORT FEE-SORT-FILE
               ON ASCENDING KEY FSR-ACCT-NO FSR-TIMESTAMP
               USING FEE-WORK-FILE
               GIVING FEE-SORTED-FILE.
           OPEN INPUT FEE-SORTED-FILE
                EXTEND JOURNAL-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM READ-NEXT-FEE-REC.
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
                       PERFORM CHARGE-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE ACCTFILE JOURNAL-FILE FEE-SORTED-FILE
                 FEE-REGISTER-FILE.
           SET WS-RUN-COMPLETE TO TRUE.
           PERFORM RELEASE-RUN-LOCK.
           GOBACK.
       OBTAIN-RUN-LOCK.
           SET RCQ-FUNC-LOCK TO TRUE
           MOVE "FEEPOST " TO RCQ-PROGRAM
           MOVE WS-RUN-MONTH TO RCQ-INT-MONTH
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
               DISPLAY "FEE RUN ALREADY STARTED OR POSTED FOR "
                   WS-RUN-MONTH " - RERUN NEEDS OVERRIDE PARM F"
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
           MOVE "FEEPOST " TO RCQ-PROGRAM
           IF WS-RUN-COMPLETE
               MOVE WS-RUN-MONTH TO RCQ-INT-MONTH
           ELSE
               MOVE 0 TO RCQ-INT-MONTH
           END-IF
           CALL "RUNCTL" USING RUNCTL-REQUEST
           IF NOT RCQ-REPLY-OK
               DISPLAY "RUN CONTROL RELEASE ERROR"
           END-IF.
       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHED-FILE
           IF FSC-FS NOT = "00"
               DISPLAY "FEE SCHEDULE NOT AVAILABLE - RUN ABORTED"
               CLOSE ACCTFILE FEE-REGISTER-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FSC-FS = "10"
               READ FEE-SCHED-FILE
                   AT END
                       MOVE "10" TO FSC-FS
                   NOT AT END
                       PERFORM TABLE-ONE-FEE
               END-READ
           END-PERFORM
           CLOSE FEE-SCHED-FILE
           IF WS-FEE-COUNT = 0
               DISPLAY "FEE SCHEDULE EMPTY - RUN ABORTED"
               CLOSE ACCTFILE FEE-REGISTER-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       TABLE-ONE-FEE.
           IF FSC-AMOUNT NOT NUMERIC OR FSC-FREE-COUNT NOT NUMERIC
                   OR FSC-FEE-CODE = SPACES
               DISPLAY "BAD FEE SCHEDULE RECORD SKIPPED:"
                   FEE-SCHED-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-FEE-COUNT < 50
               ADD 1 TO WS-FEE-COUNT
               MOVE FSC-ACCT-TYPE TO WS-FEE-ACCT-TYPE (WS-FEE-COUNT)
               MOVE FSC-FEE-CODE TO WS-FEE-CODE (WS-FEE-COUNT)
               MOVE FSC-AMOUNT TO WS-FEE-AMOUNT (WS-FEE-COUNT)
               MOVE FSC-FREE-COUNT
                   TO WS-FEE-FREE-COUNT (WS-FEE-COUNT)
           ELSE
               DISPLAY "FEE SCHEDULE TABLE FULL - RECORD DROPPED"
           END-IF.
       SELECT-MONTH-POSTINGS.
           OPEN INPUT JOURNAL-FILE-IN
                OUTPUT FEE-WORK-FILE
           IF JRN-IN-FS NOT = "00"
               DISPLAY "NO JOURNAL FOR MONTH - MAINTENANCE FEES ONLY"
               CLOSE FEE-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-IN-FS = "10"
               READ JOURNAL-FILE-IN
                   AT END
                       MOVE "10" TO JRN-IN-FS
                   NOT AT END
                       PERFORM SELECT-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE-IN FEE-WORK-FILE.
       SELECT-ONE-POSTING.
           IF JIN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
           END-IF
           IF JIN-SOURCE = "FEE " OR JIN-SOURCE = "DINT"
                   OR JIN-SOURCE = "WHT "
               EXIT PARAGRAPH
           END-IF
           IF JIN-EFF-DATE NUMERIC AND JIN-EFF-DATE > 0
               MOVE JIN-EFF-DATE TO WS-VALUE-DATE
           ELSE
               MOVE JIN-TIMESTAMP (1:8) TO WS-VALUE-DATE
           END-IF
           IF WS-VALUE-DATE NUMERIC
                   AND WS-VALUE-DATE (1:6) = WS-RUN-MONTH
               MOVE JIN-ACCT-NO TO FEW-ACCT-NO
               MOVE JIN-OLD-BAL TO FEW-OLD-BAL
               MOVE JIN-NEW-BAL TO FEW-NEW-BAL
               MOVE JIN-SOURCE TO FEW-SOURCE
               MOVE JIN-TIMESTAMP TO FEW-TIMESTAMP
               WRITE FEE-WORK-REC
           END-IF.
       READ-NEXT-FEE-REC.
           IF WS-FES-EOF
               EXIT PARAGRAPH
           END-IF
           READ FEE-SORTED-FILE
               AT END
                   SET WS-FES-EOF TO TRUE
                   MOVE "N" TO WS-FES-PENDING-SW
               NOT AT END
                   SET WS-FES-PENDING TO TRUE
           END-READ.
       GATHER-MONTH-ACTIVITY.
           MOVE 0 TO WS-WDRL-COUNT
           MOVE BALANCE TO WS-LOW-BAL
           PERFORM UNTIL NOT WS-FES-PENDING
                   OR FES-ACCT-NO NOT < ACCT-NO
               PERFORM READ-NEXT-FEE-REC
           END-PERFORM
           PERFORM UNTIL NOT WS-FES-PENDING
                   OR FES-ACCT-NO NOT = ACCT-NO
               IF FES-OLD-BAL < WS-LOW-BAL
                   MOVE FES-OLD-BAL TO WS-LOW-BAL
               END-IF
               IF FES-NEW-BAL < WS-LOW-BAL
                   MOVE FES-NEW-BAL TO WS-LOW-BAL
               END-IF
               IF FES-NEW-BAL < FES-OLD-BAL
                       AND (FES-SOURCE = "TRAN" OR FES-SOURCE = "XFR "
                       OR FES-SOURCE = "CHQ ")
                   ADD 1 TO WS-WDRL-COUNT
               END-IF
               PERFORM READ-NEXT-FEE-REC
           END-PERFORM.
       FIND-FEE-FOR-ACCOUNT.
           MOVE 0 TO WS-FEE-MATCH
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
               IF WS-FEE-ACCT-TYPE (WS-FEE-SUB) = ACCT-TYPE
                       AND WS-FEE-CODE (WS-FEE-SUB) = WS-SRCH-FEE-CODE
                   MOVE WS-FEE-SUB TO WS-FEE-MATCH
               END-IF
           END-PERFORM.
       CHARGE-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-READ
           PERFORM GATHER-MONTH-ACTIVITY
           IF NOT ACCT-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCT-CHARGED-SW
           MOVE "MNTH" TO WS-SRCH-FEE-CODE
           PERFORM FIND-FEE-FOR-ACCOUNT
           IF WS-FEE-MATCH > 0
               MOVE WS-FEE-AMOUNT (WS-FEE-MATCH) TO WS-FEE-DUE
               PERFORM TAKE-ONE-FEE
           END-IF
           MOVE "MINB" TO WS-SRCH-FEE-CODE
           PERFORM FIND-FEE-FOR-ACCOUNT
           IF WS-FEE-MATCH > 0
                   AND ACCT-MIN-BAL NUMERIC
                   AND ACCT-MIN-BAL > 0
                   AND WS-LOW-BAL < ACCT-MIN-BAL
               MOVE WS-FEE-AMOUNT (WS-FEE-MATCH) TO WS-FEE-DUE
               PERFORM TAKE-ONE-FEE
           END-IF
           MOVE "WDRL" TO WS-SRCH-FEE-CODE
           PERFORM FIND-FEE-FOR-ACCOUNT
           IF WS-FEE-MATCH > 0
                   AND WS-WDRL-COUNT > WS-FEE-FREE-COUNT (WS-FEE-MATCH)
               COMPUTE WS-CHARGE-COUNT = WS-WDRL-COUNT
                   - WS-FEE-FREE-COUNT (WS-FEE-MATCH)
               COMPUTE WS-FEE-DUE =
                   WS-FEE-AMOUNT (WS-FEE-MATCH) * WS-CHARGE-COUNT
               PERFORM TAKE-ONE-FEE
           END-IF
           IF WS-ACCT-CHARGED
               ADD 1 TO WS-TOTAL-CHARGED
           END-IF.
       TAKE-ONE-FEE.
           IF WS-FEE-DUE = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-ACCT-CHARGED TO TRUE
           MOVE BALANCE TO WS-OLD-BAL
           IF BALANCE NOT > 0
               MOVE 0 TO WS-FEE-TAKEN
           ELSE
               IF WS-FEE-DUE > BALANCE
                   MOVE BALANCE TO WS-FEE-TAKEN
               ELSE
                   MOVE WS-FEE-DUE TO WS-FEE-TAKEN
               END-IF
           END-IF
           COMPUTE WS-FEE-WAIVED = WS-FEE-DUE - WS-FEE-TAKEN
           MOVE SPACES TO WS-RPT-LINE
           MOVE ACCT-NO TO WS-RPT-ACCT-NO
           MOVE ACCT-TYPE TO WS-RPT-ACCT-TYPE
           MOVE WS-SRCH-FEE-CODE TO WS-RPT-FEE-CODE
           MOVE WS-FEE-DUE TO WS-RPT-DUE
           IF WS-FEE-TAKEN > 0
               COMPUTE BALANCE = BALANCE - WS-FEE-TAKEN
               REWRITE ACCT-REC
                   INVALID KEY
                       DISPLAY "REWRITE FAILED:" ACCT-NO
                       MOVE WS-OLD-BAL TO BALANCE
                       MOVE 0 TO WS-RPT-TAKEN
                       MOVE 0 TO WS-RPT-WAIVED
                       MOVE "REWRITE FAIL" TO WS-RPT-TAG
                       WRITE FEE-REGISTER-REC FROM WS-RPT-LINE
                       EXIT PARAGRAPH
               END-REWRITE
               PERFORM WRITE-FEE-JOURNAL
           END-IF
           MOVE WS-FEE-TAKEN TO WS-RPT-TAKEN
           MOVE WS-FEE-WAIVED TO WS-RPT-WAIVED
           EVALUATE TRUE
               WHEN WS-FEE-WAIVED = 0
                   MOVE "CHARGED" TO WS-RPT-TAG
               WHEN WS-FEE-TAKEN = 0
                   MOVE "WAIVED" TO WS-RPT-TAG
               WHEN OTHER
                   MOVE "PART WAIVED" TO WS-RPT-TAG
           END-EVALUATE
           WRITE FEE-REGISTER-REC FROM WS-RPT-LINE
           ADD WS-FEE-DUE TO WS-TOTAL-DUE
           ADD WS-FEE-TAKEN TO WS-TOTAL-TAKEN
           ADD WS-FEE-WAIVED TO WS-TOTAL-WAIVED.
       WRITE-FEE-JOURNAL.
           MOVE ACCT-NO TO JRN-ACCT-NO
           MOVE WS-OLD-BAL TO JRN-OLD-BAL
           MOVE BALANCE TO JRN-NEW-BAL
           MOVE WS-FEE-TAKEN TO JRN-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
           SET JRN-SRC-SERVICE-FEE TO TRUE
           MOVE "SYS " TO JRN-TELLER-ID
           MOVE "SYS " TO JRN-BRANCH-ID
           MOVE WS-TODAY TO JRN-EFF-DATE
           MOVE 0 TO JRN-CHEQUE-NO
           WRITE JOURNAL-REC.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           STRING "SERVICE CHARGE REGISTER FOR " WS-RUN-MONTH
               " AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE FEE-REGISTER-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "FEES TAKEN IN ORDER MNTH MINB WDRL UP TO THE "
               "BALANCE HELD - ANY SHORTFALL IS WAIVED"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE FEE-REGISTER-REC FROM WS-RPT-MSG.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNTS READ=" WS-TOTAL-READ
               " CHARGED=" WS-TOTAL-CHARGED
               " FEES DUE=" WS-TOTAL-DUE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE FEE-REGISTER-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "FEES TAKEN=" WS-TOTAL-TAKEN
               " FEES WAIVED=" WS-TOTAL-WAIVED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE FEE-REGISTER-REC FROM WS-RPT-MSG
           DISPLAY "ACCOUNTS CHARGED:" WS-TOTAL-CHARGED
           DISPLAY "SERVICE FEES TAKEN:" WS-TOTAL-TAKEN
           DISPLAY "SERVICE FEES WAIVED:" WS-TOTAL-WAIVED.
