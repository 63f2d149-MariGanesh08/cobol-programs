       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNHPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE-IN ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-IN-FS.

           SELECT JRNL-HIST-FILE ASSIGN TO JHSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JHS-KEY
           FILE STATUS IS JHS-FS.

           SELECT PROOF-REPORT-FILE ASSIGN TO JHPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE-IN.
           COPY JOURNREC.
       FD JRNL-HIST-FILE.
           COPY JRNHREC.
       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 JRN-IN-FS PIC XX.
       01 JHS-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-FROM-TIMESTAMP PIC X(21) VALUE HIGH-VALUES.
       01 WS-CONTROL-FOUND-SW PIC X(1) VALUE "N".
           88 WS-CONTROL-FOUND VALUE "Y".
       01 WS-OUT-OF-BALANCE-SW PIC X(1) VALUE "N".
           88 WS-OUT-OF-BALANCE VALUE "Y".
       01 WS-CTL-ENTRY-COUNT PIC 9(9) VALUE 0.
       01 WS-CTL-AMOUNT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-JRN-COUNT PIC 9(9) VALUE 0.
       01 WS-JRN-AMOUNT PIC 9(13)V99 VALUE 0.
       01 WS-HST-COUNT PIC 9(9) VALUE 0.
       01 WS-HST-AMOUNT PIC 9(13)V99 VALUE 0.
       01 WS-RNG-COUNT PIC 9(9) VALUE 0.
       01 WS-RNG-AMOUNT PIC 9(13)V99 VALUE 0.
       01 WS-RPT-MSG PIC X(100).
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

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT JRNL-HIST-FILE
                OUTPUT PROOF-REPORT-FILE.
           IF JHS-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE PROOF-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT JOURNAL-FILE-IN.
           IF JRN-IN-FS NOT = "00"
               DISPLAY "JOURNAL FILE NOT AVAILABLE - RUN ABORTED"
               CLOSE JRNL-HIST-FILE PROOF-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL JRN-IN-FS = "10"
               READ JOURNAL-FILE-IN
                   AT END
                       MOVE "10" TO JRN-IN-FS
                   NOT AT END
                       PERFORM TOTAL-ONE-POSTING
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE-IN.
           MOVE LOW-VALUES TO JHS-KEY
           START JRNL-HIST-FILE KEY NOT LESS THAN JHS-KEY
               INVALID KEY
                   MOVE "10" TO JHS-FS
           END-START.
           PERFORM UNTIL JHS-FS = "10"
               READ JRNL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO JHS-FS
                   NOT AT END
                       PERFORM TOTAL-ONE-ENTRY
               END-READ
           END-PERFORM.
           PERFORM WRITE-PROOF-REPORT.
           CLOSE JRNL-HIST-FILE PROOF-REPORT-FILE.
           IF WS-OUT-OF-BALANCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       TOTAL-ONE-POSTING.
           IF JRN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JRN-COUNT
           ADD JRN-AMOUNT TO WS-JRN-AMOUNT
           IF JRN-TIMESTAMP (1:8) NUMERIC
                   AND JRN-TIMESTAMP < WS-FROM-TIMESTAMP
               MOVE JRN-TIMESTAMP TO WS-FROM-TIMESTAMP
           END-IF.
       TOTAL-ONE-ENTRY.
           IF JHS-KEY = LOW-VALUES
               SET WS-CONTROL-FOUND TO TRUE
               MOVE JHC-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
               MOVE JHC-AMOUNT-TOTAL TO WS-CTL-AMOUNT-TOTAL
               EXIT PARAGRAPH
           END-IF
           MOVE JHS-JOURNAL-DATA TO JOURNAL-IN-REC
           ADD 1 TO WS-HST-COUNT
           ADD JIN-AMOUNT TO WS-HST-AMOUNT
           IF JHS-TIMESTAMP NOT < WS-FROM-TIMESTAMP
                   OR JHS-TIMESTAMP (1:8) NOT NUMERIC
               ADD 1 TO WS-RNG-COUNT
               ADD JIN-AMOUNT TO WS-RNG-AMOUNT
           END-IF.
       WRITE-PROOF-REPORT.
           MOVE SPACES TO WS-RPT-MSG
           STRING "JOURNAL HISTORY PROOF AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE PROOF-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "SEQUENTIAL JOURNAL   COUNT=" WS-JRN-COUNT
               " AMOUNT=" WS-JRN-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE PROOF-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "HISTORY SAME PERIOD  COUNT=" WS-RNG-COUNT
               " AMOUNT=" WS-RNG-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE PROOF-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           IF WS-RNG-COUNT = WS-JRN-COUNT
                   AND WS-RNG-AMOUNT = WS-JRN-AMOUNT
               MOVE "HISTORY AGREES WITH SEQUENTIAL JOURNAL"
                   TO WS-RPT-MSG
           ELSE
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "*** HISTORY DOES NOT AGREE WITH SEQUENTIAL JOURNAL"
                   TO WS-RPT-MSG
           END-IF
           WRITE PROOF-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "HISTORY FILE TOTAL   COUNT=" WS-HST-COUNT
               " AMOUNT=" WS-HST-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE PROOF-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "LOAD CONTROL TOTAL   COUNT=" WS-CTL-ENTRY-COUNT
               " AMOUNT=" WS-CTL-AMOUNT-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE PROOF-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           IF NOT WS-CONTROL-FOUND
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "*** HISTORY LOAD CONTROL RECORD MISSING"
                   TO WS-RPT-MSG
           ELSE
               IF WS-HST-COUNT = WS-CTL-ENTRY-COUNT
                       AND WS-HST-AMOUNT = WS-CTL-AMOUNT-TOTAL
                   MOVE "HISTORY FILE AGREES WITH LOAD CONTROL"
                       TO WS-RPT-MSG
               ELSE
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE "*** HISTORY FILE DOES NOT AGREE WITH CONTROL"
                       TO WS-RPT-MSG
               END-IF
           END-IF
           WRITE PROOF-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "JOURNAL POSTINGS:" WS-JRN-COUNT
               " AMOUNT:" WS-JRN-AMOUNT
           DISPLAY "HISTORY ENTRIES SAME PERIOD:" WS-RNG-COUNT
               " AMOUNT:" WS-RNG-AMOUNT
           IF WS-OUT-OF-BALANCE
               DISPLAY "JOURNAL HISTORY OUT OF BALANCE"
           END-IF.
