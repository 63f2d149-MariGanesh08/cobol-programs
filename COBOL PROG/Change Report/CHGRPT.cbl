       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUD-FS.

           SELECT PEND-FILE ASSIGN TO PENDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHANGE-ID
           FILE STATUS IS PND-FS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO CHGRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
           COPY AUDITREC.
       FD PEND-FILE.
           COPY PENDREC.
       FD CHANGE-REPORT-FILE.
       01 CHANGE-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 AUD-FS PIC XX.
       01 PND-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-OVERDUE-DAYS PIC 9(3) VALUE 3.
       01 WS-AGE-DAYS PIC 9(5).
       01 WS-TOTAL-AUDIT PIC 9(7) VALUE 0.
       01 WS-TOTAL-APPLIED PIC 9(7) VALUE 0.
       01 WS-TOTAL-PENDING PIC 9(7) VALUE 0.
       01 WS-TOTAL-APPROVED PIC 9(7) VALUE 0.
       01 WS-TOTAL-OVERDUE PIC 9(7) VALUE 0.
       01 WS-TOTAL-REJECTED PIC 9(7) VALUE 0.
       01 WS-TOTAL-FAILED PIC 9(7) VALUE 0.
       01 WS-LAST-CHANGE-ID PIC X(24) VALUE SPACES.
       01 WS-RPT-MSG PIC X(100).
       01 WS-AUD-LINE.
          05 WS-AUD-SOURCE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-AUD-KEY PIC X(14).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-AUD-FIELD PIC X(12).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-AUD-BEFORE PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-AUD-AFTER PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-AUD-MAKER PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-AUD-CHECKER PIC X(8).
          05 FILLER PIC X(8) VALUE SPACES.
       01 WS-PND-LINE.
          05 WS-PND-ID PIC X(24).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-PND-ACTION PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-PND-KEY PIC X(14).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-PND-MAKER PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-PND-CHECKER PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-PND-ENTRY-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-PND-AGE PIC ZZZZ9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-PND-TAG PIC X(12).
          05 FILLER PIC X(13) VALUE SPACES.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
          05 LS-OVERDUE-DAYS PIC X(3).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN > 3
                       OR LS-OVERDUE-DAYS (1:LS-PARM-LEN) NOT NUMERIC
                   DISPLAY "OVERDUE DAYS MUST BE 0-999 - RUN ABORTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE LS-OVERDUE-DAYS (1:LS-PARM-LEN) TO WS-OVERDUE-DAYS
           END-IF.
           OPEN INPUT AUDIT-FILE
                INPUT PEND-FILE
                OUTPUT CHANGE-REPORT-FILE.
           IF PND-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE CHANGE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF AUD-FS NOT = "00"
               DISPLAY "ERROR IN AUDIT FILE OPEN:" AUD-FS
               CLOSE PEND-FILE CHANGE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL AUD-FS = "10"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO AUD-FS
                   NOT AT END
                       PERFORM LIST-ONE-AUDIT
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "CHANGES AWAITING APPROVAL OR APPLY (OVERDUE AFTER "
               WS-OVERDUE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "CHANGE ID                A KEY            "
               "MAKER    CHECKER  ENTERED    AGE STATUS"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           PERFORM BROWSE-PENDING-CHANGES
           MOVE SPACES TO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "CHANGES REJECTED OR FAILED TODAY"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           PERFORM BROWSE-CLOSED-CHANGES
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE AUDIT-FILE PEND-FILE CHANGE-REPORT-FILE.
           GOBACK.
       LIST-ONE-AUDIT.
           IF AUD-APPLY-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-AUDIT
           IF AUD-CHANGE-ID NOT = WS-LAST-CHANGE-ID
               ADD 1 TO WS-TOTAL-APPLIED
               MOVE AUD-CHANGE-ID TO WS-LAST-CHANGE-ID
           END-IF
           MOVE SPACES TO WS-AUD-LINE
           MOVE AUD-SOURCE TO WS-AUD-SOURCE
           MOVE AUD-RECORD-KEY TO WS-AUD-KEY
           MOVE AUD-FIELD-NAME TO WS-AUD-FIELD
           MOVE AUD-BEFORE-VALUE TO WS-AUD-BEFORE
           MOVE AUD-AFTER-VALUE TO WS-AUD-AFTER
           MOVE AUD-MAKER-ID TO WS-AUD-MAKER
           MOVE AUD-CHECKER-ID TO WS-AUD-CHECKER
           WRITE CHANGE-REPORT-REC FROM WS-AUD-LINE.
       BROWSE-PENDING-CHANGES.
           MOVE LOW-VALUES TO PND-CHANGE-ID
           START PEND-FILE KEY NOT LESS THAN PND-CHANGE-ID
               INVALID KEY
                   MOVE "10" TO PND-FS
           END-START
           PERFORM UNTIL PND-FS = "10"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PND-FS
                   NOT AT END
                       IF PND-STATUS-PENDING OR PND-STATUS-APPROVED
                           PERFORM LIST-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM.
       LIST-ONE-PENDING.
           MOVE 0 TO WS-AGE-DAYS
           IF PND-ENTRY-DATE NUMERIC AND PND-ENTRY-DATE > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (PND-ENTRY-DATE)
           END-IF
           MOVE SPACES TO WS-PND-LINE
           MOVE PND-CHANGE-ID TO WS-PND-ID
           MOVE PND-ACTION TO WS-PND-ACTION
           MOVE PND-RECORD-KEY TO WS-PND-KEY
           MOVE PND-MAKER-ID TO WS-PND-MAKER
           MOVE PND-CHECKER-ID TO WS-PND-CHECKER
           MOVE PND-ENTRY-DATE TO WS-PND-ENTRY-DATE
           MOVE WS-AGE-DAYS TO WS-PND-AGE
           IF PND-STATUS-PENDING
               ADD 1 TO WS-TOTAL-PENDING
               MOVE "PENDING" TO WS-PND-TAG
           ELSE
               ADD 1 TO WS-TOTAL-APPROVED
               MOVE "APPROVED" TO WS-PND-TAG
           END-IF
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               ADD 1 TO WS-TOTAL-OVERDUE
               IF PND-STATUS-PENDING
                   MOVE "PENDING-OVD" TO WS-PND-TAG
               ELSE
                   MOVE "APPROVED-OVD" TO WS-PND-TAG
               END-IF
           END-IF
           WRITE CHANGE-REPORT-REC FROM WS-PND-LINE.
       BROWSE-CLOSED-CHANGES.
           MOVE "00" TO PND-FS
           MOVE LOW-VALUES TO PND-CHANGE-ID
           START PEND-FILE KEY NOT LESS THAN PND-CHANGE-ID
               INVALID KEY
                   MOVE "10" TO PND-FS
           END-START
           PERFORM UNTIL PND-FS = "10"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PND-FS
                   NOT AT END
                       PERFORM LIST-ONE-CLOSED
               END-READ
           END-PERFORM.
       LIST-ONE-CLOSED.
           MOVE SPACES TO WS-PND-LINE
           EVALUATE TRUE
               WHEN PND-STATUS-REJECTED
                       AND PND-DECISION-DATE = WS-TODAY
                   ADD 1 TO WS-TOTAL-REJECTED
                   MOVE "REJECTED" TO WS-PND-TAG
               WHEN PND-STATUS-FAILED AND PND-APPLY-DATE = WS-TODAY
                   ADD 1 TO WS-TOTAL-FAILED
                   MOVE PND-RESULT-TEXT TO WS-PND-TAG
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE PND-CHANGE-ID TO WS-PND-ID
           MOVE PND-ACTION TO WS-PND-ACTION
           MOVE PND-RECORD-KEY TO WS-PND-KEY
           MOVE PND-MAKER-ID TO WS-PND-MAKER
           MOVE PND-CHECKER-ID TO WS-PND-CHECKER
           MOVE PND-ENTRY-DATE TO WS-PND-ENTRY-DATE
           MOVE 0 TO WS-PND-AGE
           WRITE CHANGE-REPORT-REC FROM WS-PND-LINE.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           STRING "NON-MONETARY CHANGE REPORT AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "CHANGES APPLIED TODAY"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "SRC  KEY            FIELD        "
               "BEFORE               AFTER                "
               "MAKER    CHECKER"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "CHANGES APPLIED=" WS-TOTAL-APPLIED
               " FIELDS CHANGED=" WS-TOTAL-AUDIT
               " REJECTED=" WS-TOTAL-REJECTED
               " FAILED=" WS-TOTAL-FAILED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "AWAITING APPROVAL=" WS-TOTAL-PENDING
               " AWAITING APPLY=" WS-TOTAL-APPROVED
               " OVERDUE=" WS-TOTAL-OVERDUE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CHANGE-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "CHANGES APPLIED TODAY:" WS-TOTAL-APPLIED
           DISPLAY "CHANGES AWAITING APPROVAL:" WS-TOTAL-PENDING
           DISPLAY "CHANGES OVERDUE:" WS-TOTAL-OVERDUE.
