           SELECT CUSMNT-LOG-FILE ASSIGN TO CUSMNTLG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LOG-FS.

           SELECT PEND-FILE ASSIGN TO PENDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHANGE-ID
           FILE STATUS IS PND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CUST-FILE.
             88 CUSMNT-AMEND VALUE "A".
             88 CUSMNT-LINK VALUE "L".
             88 CUSMNT-UNLINK VALUE "U".
             88 CUSMNT-ALERT-PREFS VALUE "P".
          05 CUSMNT-CUST-NO PIC X(8).
          05 CUSMNT-NAME PIC X(30).
          05 CUSMNT-ADDRESS PIC X(60).
          05 CUSMNT-CONTACT PIC X(20).
          05 CUSMNT-ID-DOC PIC X(20).
          05 CUSMNT-ACCT-NO PIC X(10).
          05 CUSMNT-TAX-CATEGORY PIC X(2).
          05 CUSMNT-USER-ID PIC X(8).
          05 CUSMNT-ALERT-CHANNEL PIC X(1).
          05 CUSMNT-ALERT-OPTIONS PIC X(6).
          05 CUSMNT-ALERT-OPTION-TAB REDEFINES CUSMNT-ALERT-OPTIONS.
             10 CUSMNT-ALERT-OPTION PIC X(1) OCCURS 6 TIMES.
          05 CUSMNT-ALERT-DEBIT-LIMIT PIC 9(7)V99.
       FD CUSMNT-LOG-FILE.
       01 LOG-REC PIC X(80).
       FD PEND-FILE.
           COPY PENDREC.
       WORKING-STORAGE SECTION.
       01 CUST-FS PIC XX.
       01 XRF-FS PIC XX.
       01 ACCT-FS PIC XX.
       01 MNT-FS PIC XX.
       01 LOG-FS PIC XX.
       01 PND-FS PIC XX.
       01 WS-LOG-LINE PIC X(80).
       01 WS-RESULT-TEXT PIC X(12).
       01 WS-DEFAULT-TAX-CAT PIC X(2) VALUE "ST".
       01 WS-LOG-CHANGE-ID PIC X(24).
       01 WS-PEND-SEQ PIC 9(4) VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-OPTION-SUB PIC 9(1).
       01 WS-BAD-OPTION-SW PIC X(1) VALUE "N".
           88 WS-BAD-OPTION VALUE "Y".
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN I-O CUST-FILE
                I-O XREF-FILE
                I-O PEND-FILE
                INPUT ACCTFILE
                INPUT CUSMNT-FILE
                OUTPUT CUSMNT-LOG-FILE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PND-FS NOT = "00"
               DISPLAY "ERROR IN PENDING CHANGE FILE OPEN:" PND-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL MNT-FS = "10"
               READ CUSMNT-FILE
                   AT END
               END-READ
           END-PERFORM.
           CLOSE CUST-FILE XREF-FILE ACCTFILE CUSMNT-FILE
                 CUSMNT-LOG-FILE PEND-FILE.
           GOBACK.
       PROCESS-CUSMNT-REC.
           MOVE SPACES TO WS-LOG-CHANGE-ID
           EVALUATE TRUE
               WHEN CUSMNT-CREATE
                   PERFORM CREATE-CUSTOMER
                   PERFORM LINK-ACCOUNT
               WHEN CUSMNT-UNLINK
                   PERFORM UNLINK-ACCOUNT
               WHEN CUSMNT-ALERT-PREFS
                   PERFORM SET-ALERT-PREFS
               WHEN OTHER
                   MOVE "INVALID ACTN" TO WS-RESULT-TEXT
                   PERFORM WRITE-CUSMNT-LOG
           MOVE CUSMNT-ADDRESS TO CUST-ADDRESS
           MOVE CUSMNT-CONTACT TO CUST-CONTACT
           MOVE CUSMNT-ID-DOC TO CUST-ID-DOC
           IF CUSMNT-TAX-CATEGORY = SPACES
               MOVE WS-DEFAULT-TAX-CAT TO CUST-TAX-CATEGORY
           ELSE
               MOVE CUSMNT-TAX-CATEGORY TO CUST-TAX-CATEGORY
           END-IF
           MOVE "N" TO CUST-ALERT-CHANNEL
           MOVE "NNNNNN" TO CUST-ALERT-OPTIONS
           MOVE 0 TO CUST-ALERT-DEBIT-LIMIT
           WRITE CUST-REC
               INVALID KEY
                   MOVE "DUPLICATE" TO WS-RESULT-TEXT
                   PERFORM WRITE-CUSMNT-LOG
                   EXIT PARAGRAPH
           END-READ
           IF CUSMNT-NAME NOT = SPACES OR CUSMNT-ADDRESS NOT = SPACES
               PERFORM QUEUE-CUSTOMER-CHANGE
               PERFORM WRITE-CUSMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF CUSMNT-NAME NOT = SPACES
               MOVE CUSMNT-NAME TO CUST-FULL-NAME
           END-IF
           IF CUSMNT-ID-DOC NOT = SPACES
               MOVE CUSMNT-ID-DOC TO CUST-ID-DOC
           END-IF
           IF CUSMNT-TAX-CATEGORY NOT = SPACES
               MOVE CUSMNT-TAX-CATEGORY TO CUST-TAX-CATEGORY
           END-IF
           REWRITE CUST-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
           END-REWRITE
           MOVE "AMENDED" TO WS-RESULT-TEXT
           PERFORM WRITE-CUSMNT-LOG.
       QUEUE-CUSTOMER-CHANGE.
           IF CUSMNT-USER-ID = SPACES
               MOVE "NO USER ID" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PEND-REC
           SET PND-SRC-CUSTOMER TO TRUE
           MOVE CUSMNT-ACTION TO PND-ACTION
           MOVE CUSMNT-CUST-NO TO PND-RECORD-KEY
           MOVE CUSMNT-NAME TO PND-CUST-NAME
           MOVE CUSMNT-ADDRESS TO PND-CUST-ADDRESS
           MOVE CUSMNT-CONTACT TO PND-CUST-CONTACT
           MOVE CUSMNT-ID-DOC TO PND-CUST-ID-DOC
           MOVE CUSMNT-TAX-CATEGORY TO PND-CUST-TAX-CATEGORY
           PERFORM WRITE-PENDING-CHANGE.
       WRITE-PENDING-CHANGE.
           ADD 1 TO WS-PEND-SEQ
           MOVE FUNCTION CURRENT-DATE (1:16) TO PND-ENTRY-STAMP
           MOVE WS-PEND-SEQ TO PND-ENTRY-SEQ
           MOVE CUSMNT-USER-ID TO PND-MAKER-ID
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
       SET-ALERT-PREFS.
           MOVE CUSMNT-CUST-NO TO CUST-NO
           READ CUST-FILE KEY IS CUST-NO
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
                   PERFORM WRITE-CUSMNT-LOG
                   EXIT PARAGRAPH
           END-READ
           IF CUSMNT-ALERT-CHANNEL = SPACE
               MOVE "N" TO CUSMNT-ALERT-CHANNEL
           END-IF
           IF CUSMNT-ALERT-CHANNEL NOT = "S"
                   AND CUSMNT-ALERT-CHANNEL NOT = "E"
                   AND CUSMNT-ALERT-CHANNEL NOT = "N"
               MOVE "BAD CHANNEL" TO WS-RESULT-TEXT
               PERFORM WRITE-CUSMNT-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BAD-OPTION-SW
           PERFORM VARYING WS-OPTION-SUB FROM 1 BY 1
                   UNTIL WS-OPTION-SUB > 6
               IF CUSMNT-ALERT-OPTION (WS-OPTION-SUB) = SPACE
                   MOVE "N" TO CUSMNT-ALERT-OPTION (WS-OPTION-SUB)
               END-IF
               IF CUSMNT-ALERT-OPTION (WS-OPTION-SUB) NOT = "Y"
                       AND CUSMNT-ALERT-OPTION (WS-OPTION-SUB)
                           NOT = "N"
                   SET WS-BAD-OPTION TO TRUE
               END-IF
           END-PERFORM
           IF WS-BAD-OPTION
               MOVE "BAD OPTIONS" TO WS-RESULT-TEXT
               PERFORM WRITE-CUSMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF CUSMNT-ALERT-DEBIT-LIMIT NOT NUMERIC
               MOVE "BAD LIMIT" TO WS-RESULT-TEXT
               PERFORM WRITE-CUSMNT-LOG
               EXIT PARAGRAPH
           END-IF
           IF CUSMNT-CONTACT NOT = SPACES
               MOVE CUSMNT-CONTACT TO CUST-CONTACT
           END-IF
           IF CUSMNT-ALERT-CHANNEL NOT = "N" AND CUST-CONTACT = SPACES
               MOVE "NO CONTACT" TO WS-RESULT-TEXT
               PERFORM WRITE-CUSMNT-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE CUSMNT-ALERT-CHANNEL TO CUST-ALERT-CHANNEL
           MOVE CUSMNT-ALERT-OPTIONS TO CUST-ALERT-OPTIONS
           MOVE CUSMNT-ALERT-DEBIT-LIMIT TO CUST-ALERT-DEBIT-LIMIT
           REWRITE CUST-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                   PERFORM WRITE-CUSMNT-LOG
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "ALERTS SET" TO WS-RESULT-TEXT
           PERFORM WRITE-CUSMNT-LOG.
       LINK-ACCOUNT.
           MOVE CUSMNT-CUST-NO TO CUST-NO
           READ CUST-FILE KEY IS CUST-NO
       WRITE-CUSMNT-LOG.
           MOVE SPACES TO WS-LOG-LINE
           STRING CUSMNT-CUST-NO " " CUSMNT-ACCT-NO " "
               CUSMNT-ACTION " " WS-RESULT-TEXT " " WS-LOG-CHANGE-ID
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE LOG-REC FROM WS-LOG-LINE.
