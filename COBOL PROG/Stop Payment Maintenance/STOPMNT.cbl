       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO STOPKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STOP-KEY
           FILE STATUS IS STP-FS.

           SELECT ACCTFILE ASSIGN TO ACCTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT STPMNT-FILE ASSIGN TO STPMNTIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MNT-FS.

           SELECT STPMNT-LOG-FILE ASSIGN TO STPMNTLG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STOP-FILE.
           COPY STOPREC.
       FD ACCTFILE.
           COPY ACCTREC.
       FD STPMNT-FILE.
       01 STPMNT-REC.
          05 STPMNT-ACTION PIC X(1).
             88 STPMNT-ADD VALUE "A".
             88 STPMNT-REVOKE VALUE "R".
          05 STPMNT-ACCT-NO PIC X(10).
          05 STPMNT-FROM-CHQ PIC 9(8).
          05 STPMNT-TO-CHQ PIC 9(8).
          05 STPMNT-AMOUNT PIC 9(7)V99.
          05 STPMNT-REASON PIC X(4).
          05 STPMNT-EXPIRY-DATE PIC 9(8).
       FD STPMNT-LOG-FILE.
       01 LOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 STP-FS PIC XX.
       01 ACCT-FS PIC XX.
       01 MNT-FS PIC XX.
       01 LOG-FS PIC XX.
       01 WS-LOG-LINE PIC X(80).
       01 WS-RESULT-TEXT PIC X(12).
       01 WS-TODAY PIC 9(8).
       01 WS-TO-CHQ PIC 9(8).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN I-O STOP-FILE
                INPUT ACCTFILE
                INPUT STPMNT-FILE
                OUTPUT STPMNT-LOG-FILE.
           IF STP-FS NOT = "00"
               DISPLAY "ERROR IN STOP FILE OPEN:" STP-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ACCT-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL MNT-FS = "10"
               READ STPMNT-FILE
                   AT END
                       MOVE "10" TO MNT-FS
                   NOT AT END
                       PERFORM PROCESS-STPMNT-REC
               END-READ
           END-PERFORM.
           CLOSE STOP-FILE ACCTFILE STPMNT-FILE STPMNT-LOG-FILE.
           GOBACK.
       PROCESS-STPMNT-REC.
           EVALUATE TRUE
               WHEN STPMNT-ADD
                   PERFORM ADD-STOP
               WHEN STPMNT-REVOKE
                   PERFORM REVOKE-STOP
               WHEN OTHER
                   MOVE "INVALID ACTN" TO WS-RESULT-TEXT
                   PERFORM WRITE-STPMNT-LOG
           END-EVALUATE.
       ADD-STOP.
           IF STPMNT-FROM-CHQ NOT NUMERIC OR STPMNT-FROM-CHQ = 0
               MOVE "BAD CHEQUE" TO WS-RESULT-TEXT
               PERFORM WRITE-STPMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF STPMNT-TO-CHQ NUMERIC AND STPMNT-TO-CHQ > 0
               MOVE STPMNT-TO-CHQ TO WS-TO-CHQ
           ELSE
               MOVE STPMNT-FROM-CHQ TO WS-TO-CHQ
           END-IF
           IF WS-TO-CHQ < STPMNT-FROM-CHQ
               MOVE "BAD RANGE" TO WS-RESULT-TEXT
               PERFORM WRITE-STPMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF STPMNT-AMOUNT NOT NUMERIC
               MOVE "BAD AMOUNT" TO WS-RESULT-TEXT
               PERFORM WRITE-STPMNT-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE STPMNT-ACCT-NO TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   MOVE "ACCT NOT FND" TO WS-RESULT-TEXT
                   PERFORM WRITE-STPMNT-LOG
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS-CLOSED
               MOVE "ACCT CLOSED" TO WS-RESULT-TEXT
               PERFORM WRITE-STPMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-TYPE-CURRENT
               MOVE "NOT CURRENT" TO WS-RESULT-TEXT
               PERFORM WRITE-STPMNT-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE STPMNT-ACCT-NO TO STP-ACCT-NO
           MOVE STPMNT-FROM-CHQ TO STP-FROM-CHQ
           READ STOP-FILE KEY IS STOP-KEY
               INVALID KEY
                   MOVE "23" TO STP-FS
           END-READ
           IF STP-FS = "00" AND STP-STATUS-ACTIVE
               MOVE "DUPLICATE" TO WS-RESULT-TEXT
               PERFORM WRITE-STPMNT-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE STPMNT-ACCT-NO TO STP-ACCT-NO
           MOVE STPMNT-FROM-CHQ TO STP-FROM-CHQ
           MOVE WS-TO-CHQ TO STP-TO-CHQ
           MOVE STPMNT-AMOUNT TO STP-AMOUNT
           MOVE STPMNT-REASON TO STP-REASON
           MOVE WS-TODAY TO STP-PLACE-DATE
           IF STPMNT-EXPIRY-DATE NUMERIC
               MOVE STPMNT-EXPIRY-DATE TO STP-EXPIRY-DATE
           ELSE
               MOVE 0 TO STP-EXPIRY-DATE
           END-IF
           SET STP-STATUS-ACTIVE TO TRUE
           IF STP-FS = "00"
               REWRITE STOP-REC
                   INVALID KEY
                       MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                       PERFORM WRITE-STPMNT-LOG
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE STOP-REC
                   INVALID KEY
                       MOVE "WRITE FAIL" TO WS-RESULT-TEXT
                       PERFORM WRITE-STPMNT-LOG
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           MOVE "PLACED" TO WS-RESULT-TEXT
           PERFORM WRITE-STPMNT-LOG.
       REVOKE-STOP.
           MOVE STPMNT-ACCT-NO TO STP-ACCT-NO
           MOVE STPMNT-FROM-CHQ TO STP-FROM-CHQ
           READ STOP-FILE KEY IS STOP-KEY
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
                   PERFORM WRITE-STPMNT-LOG
                   EXIT PARAGRAPH
           END-READ
           IF NOT STP-STATUS-ACTIVE
               MOVE "NOT ACTIVE" TO WS-RESULT-TEXT
               PERFORM WRITE-STPMNT-LOG
               EXIT PARAGRAPH
           END-IF
           SET STP-STATUS-REVOKED TO TRUE
           REWRITE STOP-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                   PERFORM WRITE-STPMNT-LOG
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "REVOKED" TO WS-RESULT-TEXT
           PERFORM WRITE-STPMNT-LOG.
       WRITE-STPMNT-LOG.
           MOVE SPACES TO WS-LOG-LINE
           STRING STPMNT-ACCT-NO " " STPMNT-ACTION " "
               STPMNT-FROM-CHQ " " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE LOG-REC FROM WS-LOG-LINE.
