       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNHLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE-IN ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-IN-FS.

           SELECT ARCHIVE-FILE-IN ASSIGN TO ARCHIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARC-IN-FS.

           SELECT JRNL-HIST-FILE ASSIGN TO JHSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JHS-KEY
           FILE STATUS IS JHS-FS.

           SELECT LOAD-REPORT-FILE ASSIGN TO JHLRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
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
       FD ARCHIVE-FILE-IN.
       01 ARCHIVE-IN-REC PIC X(86).
       FD JRNL-HIST-FILE.
           COPY JRNHREC.
       FD LOAD-REPORT-FILE.
       01 LOAD-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 JRN-IN-FS PIC XX.
       01 ARC-IN-FS PIC XX.
       01 JHS-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-LOAD-MODE-SW PIC X(1) VALUE "N".
           88 WS-REBUILD-MODE VALUE "Y".
       01 WS-CONTROL-FOUND-SW PIC X(1) VALUE "N".
           88 WS-CONTROL-FOUND VALUE "Y".
       01 WS-POSTING-DONE-SW PIC X(1) VALUE "N".
           88 WS-POSTING-DONE VALUE "Y".
       01 WS-LOAD-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-DUP-SEQ PIC 9(2).
       01 WS-CTL-HIGH-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-CTL-ENTRY-COUNT PIC 9(9) VALUE 0.
       01 WS-CTL-AMOUNT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-JRN-READ PIC 9(9) VALUE 0.
       01 WS-TOTAL-ARC-READ PIC 9(9) VALUE 0.
       01 WS-TOTAL-PRIOR PIC 9(9) VALUE 0.
       01 WS-TOTAL-LOADED PIC 9(9) VALUE 0.
       01 WS-TOTAL-ON-FILE PIC 9(9) VALUE 0.
       01 WS-TOTAL-ERRORS PIC 9(7) VALUE 0.
       01 WS-AMOUNT-LOADED PIC 9(13)V99 VALUE 0.
       01 WS-RPT-MSG PIC X(100).
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
          05 LS-LOAD-MODE PIC X(1).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE "N" TO WS-LOAD-MODE-SW WS-CONTROL-FOUND-SW
                       WS-POSTING-DONE-SW.
           MOVE SPACES TO WS-LOAD-FROM-DATE WS-CTL-HIGH-TIMESTAMP.
           MOVE 0 TO WS-CTL-ENTRY-COUNT WS-CTL-AMOUNT-TOTAL
                     WS-TOTAL-JRN-READ WS-TOTAL-ARC-READ
                     WS-TOTAL-PRIOR WS-TOTAL-LOADED WS-TOTAL-ON-FILE
                     WS-TOTAL-ERRORS WS-AMOUNT-LOADED.
           IF LS-PARM-LEN > 0 AND LS-LOAD-MODE = "R"
               SET WS-REBUILD-MODE TO TRUE
           END-IF.
           IF WS-REBUILD-MODE
               OPEN OUTPUT JRNL-HIST-FILE
               CLOSE JRNL-HIST-FILE
           END-IF.
           OPEN I-O JRNL-HIST-FILE
                OUTPUT LOAD-REPORT-FILE.
           IF JHS-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE LOAD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT JOURNAL-FILE-IN.
           IF JRN-IN-FS NOT = "00"
               DISPLAY "JOURNAL FILE NOT AVAILABLE - RUN ABORTED"
               CLOSE JRNL-HIST-FILE LOAD-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           IF WS-REBUILD-MODE
               PERFORM LOAD-ARCHIVES
           END-IF.
           PERFORM UNTIL JRN-IN-FS = "10"
               READ JOURNAL-FILE-IN
                   AT END
                       MOVE "10" TO JRN-IN-FS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-JRN-READ
                       PERFORM LOAD-ONE-POSTING
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE-IN.
           PERFORM WRITE-CONTROL-RECORD.
           PERFORM WRITE-LOAD-REPORT.
           CLOSE JRNL-HIST-FILE LOAD-REPORT-FILE.
           IF WS-TOTAL-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CONTROL-RECORD.
           MOVE LOW-VALUES TO JHS-KEY
           READ JRNL-HIST-FILE KEY IS JHS-KEY
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-FOUND-SW
               NOT INVALID KEY
                   SET WS-CONTROL-FOUND TO TRUE
                   MOVE JHC-HIGH-TIMESTAMP TO WS-CTL-HIGH-TIMESTAMP
                   MOVE JHC-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
                   MOVE JHC-AMOUNT-TOTAL TO WS-CTL-AMOUNT-TOTAL
                   MOVE JHC-HIGH-TIMESTAMP (1:8) TO WS-LOAD-FROM-DATE
           END-READ.
       LOAD-ARCHIVES.
           OPEN INPUT ARCHIVE-FILE-IN
           IF ARC-IN-FS NOT = "00"
               DISPLAY "NO ARCHIVED JOURNALS - CURRENT JOURNAL ONLY"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARC-IN-FS = "10"
               READ ARCHIVE-FILE-IN
                   AT END
                       MOVE "10" TO ARC-IN-FS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ARC-READ
                       MOVE ARCHIVE-IN-REC TO JOURNAL-IN-REC
                       PERFORM LOAD-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE-IN.
       LOAD-ONE-POSTING.
           IF JIN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-FOUND AND WS-LOAD-FROM-DATE NUMERIC
                   AND JIN-TIMESTAMP (1:8) NUMERIC
                   AND JIN-TIMESTAMP (1:8) < WS-LOAD-FROM-DATE
               ADD 1 TO WS-TOTAL-PRIOR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DUP-SEQ
           MOVE "N" TO WS-POSTING-DONE-SW
           PERFORM UNTIL WS-POSTING-DONE
               PERFORM WRITE-HISTORY-ENTRY
           END-PERFORM
           IF JIN-TIMESTAMP (1:8) NUMERIC
                   AND JIN-TIMESTAMP > WS-CTL-HIGH-TIMESTAMP
               MOVE JIN-TIMESTAMP TO WS-CTL-HIGH-TIMESTAMP
           END-IF.
       WRITE-HISTORY-ENTRY.
           MOVE JIN-ACCT-NO TO JHS-ACCT-NO
           MOVE JIN-TIMESTAMP TO JHS-TIMESTAMP
           MOVE WS-DUP-SEQ TO JHS-DUP-SEQ
           MOVE JOURNAL-IN-REC TO JHS-JOURNAL-DATA
           WRITE JRNL-HIST-REC
               INVALID KEY
                   PERFORM CHECK-EXISTING-ENTRY
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-LOADED
                   ADD JIN-AMOUNT TO WS-AMOUNT-LOADED
                   ADD 1 TO WS-CTL-ENTRY-COUNT
                   ADD JIN-AMOUNT TO WS-CTL-AMOUNT-TOTAL
                   SET WS-POSTING-DONE TO TRUE
           END-WRITE.
       CHECK-EXISTING-ENTRY.
           IF JHS-FS NOT = "22"
               DISPLAY "JOURNAL HISTORY WRITE FAILED:" JIN-ACCT-NO
                   " " JIN-TIMESTAMP " FS=" JHS-FS
               ADD 1 TO WS-TOTAL-ERRORS
               SET WS-POSTING-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ JRNL-HIST-FILE KEY IS JHS-KEY
               INVALID KEY
                   DISPLAY "JOURNAL HISTORY READ FAILED:" JIN-ACCT-NO
                       " " JIN-TIMESTAMP
                   ADD 1 TO WS-TOTAL-ERRORS
                   SET WS-POSTING-DONE TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF JHS-JOURNAL-DATA = JOURNAL-IN-REC
               ADD 1 TO WS-TOTAL-ON-FILE
               SET WS-POSTING-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-DUP-SEQ = 99
               DISPLAY "TOO MANY POSTINGS AT ONE TIMESTAMP:"
                   JIN-ACCT-NO " " JIN-TIMESTAMP
               ADD 1 TO WS-TOTAL-ERRORS
               SET WS-POSTING-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DUP-SEQ.
       WRITE-CONTROL-RECORD.
           MOVE LOW-VALUES TO JHS-KEY
           MOVE SPACES TO JHS-CONTROL-DATA
           MOVE WS-TODAY TO JHC-LOAD-DATE
           MOVE WS-CTL-HIGH-TIMESTAMP TO JHC-HIGH-TIMESTAMP
           MOVE WS-CTL-ENTRY-COUNT TO JHC-ENTRY-COUNT
           MOVE WS-CTL-AMOUNT-TOTAL TO JHC-AMOUNT-TOTAL
           IF WS-CONTROL-FOUND
               REWRITE JRNL-HIST-REC
                   INVALID KEY
                       DISPLAY "HISTORY CONTROL REWRITE FAILED:" JHS-FS
                       ADD 1 TO WS-TOTAL-ERRORS
               END-REWRITE
           ELSE
               WRITE JRNL-HIST-REC
                   INVALID KEY
                       DISPLAY "HISTORY CONTROL WRITE FAILED:" JHS-FS
                       ADD 1 TO WS-TOTAL-ERRORS
               END-WRITE
           END-IF.
       WRITE-LOAD-REPORT.
           MOVE SPACES TO WS-RPT-MSG
           IF WS-REBUILD-MODE
               STRING "JOURNAL HISTORY REBUILD AS AT " WS-TODAY
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           ELSE
               STRING "JOURNAL HISTORY LOAD AS AT " WS-TODAY
                   " FROM " WS-LOAD-FROM-DATE
                   DELIMITED BY SIZE INTO WS-RPT-MSG
           END-IF
           WRITE LOAD-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "JOURNAL READ=" WS-TOTAL-JRN-READ
               " ARCHIVES READ=" WS-TOTAL-ARC-READ
               " BEFORE LOAD DATE=" WS-TOTAL-PRIOR
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE LOAD-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "ENTRIES LOADED=" WS-TOTAL-LOADED
               " ALREADY ON FILE=" WS-TOTAL-ON-FILE
               " ERRORS=" WS-TOTAL-ERRORS
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE LOAD-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "AMOUNT LOADED=" WS-AMOUNT-LOADED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE LOAD-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "HISTORY ENTRIES=" WS-CTL-ENTRY-COUNT
               " AMOUNT=" WS-CTL-AMOUNT-TOTAL
               " LAST POSTING=" WS-CTL-HIGH-TIMESTAMP (1:14)
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE LOAD-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "JOURNAL HISTORY ENTRIES LOADED:" WS-TOTAL-LOADED
           DISPLAY "ALREADY ON FILE:" WS-TOTAL-ON-FILE
           DISPLAY "LOAD ERRORS:" WS-TOTAL-ERRORS.
