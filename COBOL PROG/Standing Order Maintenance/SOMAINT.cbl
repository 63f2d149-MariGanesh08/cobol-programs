           SELECT SOMNT-LOG-FILE ASSIGN TO SOMNTLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-FS.

           SELECT PEND-FILE ASSIGN TO PENDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHANGE-ID
           FILE STATUS IS PND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SORD-FILE.
          05 SOMNT-FREQUENCY PIC X(1).
          05 SOMNT-NEXT-DUE-DATE PIC 9(8).
          05 SOMNT-EXPIRY-DATE PIC 9(8).
          05 SOMNT-USER-ID PIC X(8).
       FD SOMNT-LOG-FILE.
       01 LOG-REC PIC X(80).
       FD PEND-FILE.
           COPY PENDREC.
       WORKING-STORAGE SECTION.
       01 SORD-FS PIC XX.
       01 ACCT-FS PIC XX.
       01 MNT-FS PIC XX.
       01 LOG-FS PIC XX.
       01 PND-FS PIC XX.
       01 WS-LOG-LINE PIC X(80).
       01 WS-RESULT-TEXT PIC X(12).
       01 WS-LOG-CHANGE-ID PIC X(24).
       01 WS-PEND-SEQ PIC 9(4) VALUE 0.
       01 WS-TODAY PIC 9(8).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN I-O SORD-FILE
                I-O PEND-FILE
                INPUT ACCTFILE
                INPUT SOMNT-FILE
                OUTPUT SOMNT-LOG-FILE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PND-FS NOT = "00"
               DISPLAY "ERROR IN PENDING CHANGE FILE OPEN:" PND-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL MNT-FS = "10"
               READ SOMNT-FILE
                   AT END
                       PERFORM PROCESS-SOMNT-REC
               END-READ
           END-PERFORM.
           CLOSE SORD-FILE ACCTFILE SOMNT-FILE SOMNT-LOG-FILE
                 PEND-FILE.
           GOBACK.
       PROCESS-SOMNT-REC.
           MOVE SPACES TO WS-LOG-CHANGE-ID
           EVALUATE TRUE
               WHEN SOMNT-ADD
                   PERFORM ADD-ORDER
                   EXIT PARAGRAPH
           END-READ
           IF SOMNT-AMOUNT NUMERIC AND SOMNT-AMOUNT > 0
               PERFORM QUEUE-ORDER-CHANGE
               PERFORM WRITE-SOMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF SOMNT-FREQUENCY = "D" OR SOMNT-FREQUENCY = "W"
                   OR SOMNT-FREQUENCY = "M"
           END-REWRITE
           MOVE "AMENDED" TO WS-RESULT-TEXT
           PERFORM WRITE-SOMNT-LOG.
       QUEUE-ORDER-CHANGE.
           IF SOMNT-USER-ID = SPACES
               MOVE "NO USER ID" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PEND-REC
           SET PND-SRC-SORDER TO TRUE
           MOVE SOMNT-ACTION TO PND-ACTION
           MOVE SOMNT-ORDER-NO TO PND-RECORD-KEY
           MOVE SOMNT-AMOUNT TO PND-SO-AMOUNT
           MOVE SOMNT-FREQUENCY TO PND-SO-FREQUENCY
           MOVE 0 TO PND-SO-NEXT-DUE-DATE
           MOVE 0 TO PND-SO-EXPIRY-DATE
           IF SOMNT-NEXT-DUE-DATE NUMERIC
               MOVE SOMNT-NEXT-DUE-DATE TO PND-SO-NEXT-DUE-DATE
           END-IF
           IF SOMNT-EXPIRY-DATE NUMERIC
               MOVE SOMNT-EXPIRY-DATE TO PND-SO-EXPIRY-DATE
           END-IF
           PERFORM WRITE-PENDING-CHANGE.
       WRITE-PENDING-CHANGE.
           ADD 1 TO WS-PEND-SEQ
           MOVE FUNCTION CURRENT-DATE (1:16) TO PND-ENTRY-STAMP
           MOVE WS-PEND-SEQ TO PND-ENTRY-SEQ
           MOVE SOMNT-USER-ID TO PND-MAKER-ID
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
       CANCEL-ORDER.
           MOVE SOMNT-ORDER-NO TO SO-ORDER-NO
           READ SORD-FILE KEY IS SO-ORDER-NO
       WRITE-SOMNT-LOG.
           MOVE SPACES TO WS-LOG-LINE
           STRING SOMNT-ORDER-NO " " SOMNT-ACTION " " WS-RESULT-TEXT
               " " WS-LOG-CHANGE-ID
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE LOG-REC FROM WS-LOG-LINE.
