       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO PENDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHANGE-ID
           FILE STATUS IS PND-FS.

           SELECT APPROVAL-FILE ASSIGN TO CHGAPRIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS APR-FS.

           SELECT APPROVAL-LOG-FILE ASSIGN TO CHGAPRLG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PEND-FILE.
           COPY PENDREC.
       FD APPROVAL-FILE.
       01 APPROVAL-REC.
          05 APR-CHANGE-ID PIC X(24).
          05 APR-DECISION PIC X(1).
             88 APR-APPROVE VALUE "A".
             88 APR-REJECT VALUE "R".
          05 APR-CHECKER-ID PIC X(8).
       FD APPROVAL-LOG-FILE.
       01 LOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 PND-FS PIC XX.
       01 APR-FS PIC XX.
       01 LOG-FS PIC XX.
       01 WS-LOG-LINE PIC X(80).
       01 WS-RESULT-TEXT PIC X(12).
       01 WS-TODAY PIC 9(8).
       01 WS-TOTAL-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-APPROVED PIC 9(7) VALUE 0.
       01 WS-TOTAL-REJECTED PIC 9(7) VALUE 0.
       01 WS-TOTAL-REFUSED PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN I-O PEND-FILE
                INPUT APPROVAL-FILE
                OUTPUT APPROVAL-LOG-FILE.
           IF PND-FS NOT = "00"
               DISPLAY "ERROR IN PENDING CHANGE FILE OPEN:" PND-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL APR-FS = "10"
               READ APPROVAL-FILE
                   AT END
                       MOVE "10" TO APR-FS
                   NOT AT END
                       PERFORM PROCESS-APPROVAL-REC
               END-READ
           END-PERFORM.
           DISPLAY "DECISIONS READ:" WS-TOTAL-READ
           DISPLAY "CHANGES APPROVED:" WS-TOTAL-APPROVED
           DISPLAY "CHANGES REJECTED:" WS-TOTAL-REJECTED
           DISPLAY "DECISIONS REFUSED:" WS-TOTAL-REFUSED
           CLOSE PEND-FILE APPROVAL-FILE APPROVAL-LOG-FILE.
           GOBACK.
       PROCESS-APPROVAL-REC.
           ADD 1 TO WS-TOTAL-READ
           IF NOT APR-APPROVE AND NOT APR-REJECT
               MOVE "INVALID ACTN" TO WS-RESULT-TEXT
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           IF APR-CHECKER-ID = SPACES
               MOVE "NO USER ID" TO WS-RESULT-TEXT
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           MOVE APR-CHANGE-ID TO PND-CHANGE-ID
           READ PEND-FILE KEY IS PND-CHANGE-ID
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
                   PERFORM REFUSE-DECISION
                   EXIT PARAGRAPH
           END-READ
           IF NOT PND-STATUS-PENDING
               MOVE "NOT PENDING" TO WS-RESULT-TEXT
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           IF APR-CHECKER-ID = PND-MAKER-ID
               MOVE "SAME USER" TO WS-RESULT-TEXT
               PERFORM REFUSE-DECISION
               EXIT PARAGRAPH
           END-IF
           MOVE APR-CHECKER-ID TO PND-CHECKER-ID
           MOVE WS-TODAY TO PND-DECISION-DATE
           IF APR-APPROVE
               SET PND-STATUS-APPROVED TO TRUE
               MOVE "APPROVED" TO PND-RESULT-TEXT
           ELSE
               SET PND-STATUS-REJECTED TO TRUE
               MOVE "REJECTED" TO PND-RESULT-TEXT
           END-IF
           REWRITE PEND-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                   PERFORM REFUSE-DECISION
                   EXIT PARAGRAPH
           END-REWRITE
           IF APR-APPROVE
               ADD 1 TO WS-TOTAL-APPROVED
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
           END-IF
           MOVE PND-RESULT-TEXT TO WS-RESULT-TEXT
           PERFORM WRITE-APPROVAL-LOG.
       REFUSE-DECISION.
           ADD 1 TO WS-TOTAL-REFUSED
           PERFORM WRITE-APPROVAL-LOG.
       WRITE-APPROVAL-LOG.
           MOVE SPACES TO WS-LOG-LINE
           STRING APR-CHANGE-ID " " APR-DECISION " " APR-CHECKER-ID
               " " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE LOG-REC FROM WS-LOG-LINE.
