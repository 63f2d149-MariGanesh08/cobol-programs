           SELECT HLDMNT-LOG-FILE ASSIGN TO HLDMNTLG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-FS.

           SELECT PEND-FILE ASSIGN TO PENDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHANGE-ID
           FILE STATUS IS PND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
          05 HLDMNT-AMOUNT PIC 9(7)V99.
          05 HLDMNT-REASON PIC X(4).
          05 HLDMNT-EXPIRY-DATE PIC 9(8).
          05 HLDMNT-USER-ID PIC X(8).
       FD HLDMNT-LOG-FILE.
       01 LOG-REC PIC X(80).
       FD PEND-FILE.
           COPY PENDREC.
       WORKING-STORAGE SECTION.
       01 HLD-FS PIC XX.
       01 ACCT-FS PIC XX.
       01 MNT-FS PIC XX.
       01 LOG-FS PIC XX.
       01 PND-FS PIC XX.
       01 WS-LOG-LINE PIC X(80).
       01 WS-RESULT-TEXT PIC X(12).
       01 WS-LOG-CHANGE-ID PIC X(24).
       01 WS-PEND-SEQ PIC 9(4) VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-NEXT-SEQ PIC 9(4).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN I-O HOLD-FILE
                I-O PEND-FILE
                INPUT ACCTFILE
                INPUT HLDMNT-FILE
                OUTPUT HLDMNT-LOG-FILE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PND-FS NOT = "00"
               DISPLAY "ERROR IN PENDING CHANGE FILE OPEN:" PND-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL MNT-FS = "10"
               READ HLDMNT-FILE
                   AT END
                       PERFORM PROCESS-HLDMNT-REC
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE ACCTFILE HLDMNT-FILE HLDMNT-LOG-FILE
                 PEND-FILE.
           GOBACK.
       PROCESS-HLDMNT-REC.
           MOVE SPACES TO WS-LOG-CHANGE-ID
           EVALUATE TRUE
               WHEN HLDMNT-ADD
                   PERFORM ADD-HOLD
               PERFORM WRITE-HLDMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF HLDMNT-USER-ID = SPACES
               MOVE "NO USER ID" TO WS-RESULT-TEXT
               PERFORM WRITE-HLDMNT-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PEND-REC
           SET PND-SRC-HOLD TO TRUE
           MOVE HLDMNT-ACTION TO PND-ACTION
           MOVE HLDMNT-ACCT-NO TO PND-HOLD-ACCT-NO
           MOVE HLDMNT-SEQ-NO TO PND-HOLD-SEQ-NO
           PERFORM WRITE-PENDING-CHANGE
           PERFORM WRITE-HLDMNT-LOG.
       WRITE-PENDING-CHANGE.
           ADD 1 TO WS-PEND-SEQ
           MOVE FUNCTION CURRENT-DATE (1:16) TO PND-ENTRY-STAMP
           MOVE WS-PEND-SEQ TO PND-ENTRY-SEQ
           MOVE HLDMNT-USER-ID TO PND-MAKER-ID
           MOVE WS-TODAY TO PND-ENTRY-DATE
           SET PND-STATUS-PENDING TO TRUE
           MOVE SPACES TO PND-CHECKER-ID
           MOVE 0 TO PND-DECISION-DATE
           MOVE 0 TO PND-APPLY-DATE
           MOVE SPACES TO PND-RESULT-TEXT
           WRITE PEND-REC
               INVALID KEY
                   MOVE "QUEUE FAIL" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-WRITE
           MOVE PND-CHANGE-ID TO WS-LOG-CHANGE-ID
           MOVE "QUEUED" TO WS-RESULT-TEXT.
       WRITE-HLDMNT-LOG.
           MOVE SPACES TO WS-LOG-LINE
           STRING HLDMNT-ACCT-NO " " HLDMNT-ACTION " " WS-RESULT-TEXT
               " " WS-LOG-CHANGE-ID
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE LOG-REC FROM WS-LOG-LINE.
