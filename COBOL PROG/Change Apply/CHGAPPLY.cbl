       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO PENDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-CHANGE-ID
           FILE STATUS IS PND-FS.

           SELECT ACCTFILE ASSIGN TO ACCTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT CUST-FILE ASSIGN TO CUSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-NO
           FILE STATUS IS CUST-FS.

           SELECT HOLD-FILE ASSIGN TO HOLDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HLD-FS.

           SELECT SORD-FILE ASSIGN TO SORDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ORDER-NO
           FILE STATUS IS SORD-FS.

           SELECT AUDIT-FILE ASSIGN TO AUDFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PEND-FILE.
           COPY PENDREC.
       FD ACCTFILE.
           COPY ACCTREC.
       FD CUST-FILE.
           COPY CUSTREC.
       FD HOLD-FILE.
           COPY HOLDREC.
       FD SORD-FILE.
           COPY STORDREC.
       FD AUDIT-FILE.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01 PND-FS PIC XX.
       01 ACCT-FS PIC XX.
       01 CUST-FS PIC XX.
       01 HLD-FS PIC XX.
       01 SORD-FS PIC XX.
       01 AUD-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-RESULT-TEXT PIC X(12).
       01 WS-AUD-NAME PIC X(12).
       01 WS-AUD-BEFORE PIC X(60).
       01 WS-AUD-AFTER PIC X(60).
       01 WS-AUD-AMT-EDIT PIC ZZZZZZ9.99.
       01 WS-AUD-COUNT PIC 9(2) VALUE 0.
       01 WS-AUD-SUB PIC 9(2).
       01 WS-AUD-TABLE.
          05 WS-AUD-ENTRY OCCURS 6 TIMES.
             10 WS-AT-NAME PIC X(12).
             10 WS-AT-BEFORE PIC X(60).
             10 WS-AT-AFTER PIC X(60).
       01 WS-TOTAL-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-APPROVED PIC 9(7) VALUE 0.
       01 WS-TOTAL-APPLIED PIC 9(7) VALUE 0.
       01 WS-TOTAL-FAILED PIC 9(7) VALUE 0.
       01 WS-TOTAL-AUDIT PIC 9(7) VALUE 0.
       01 WS-APPLY-RC PIC 9(2) VALUE 0.
       01 WS-AUDIT-FAIL-SW PIC X(1) VALUE "N".
           88 WS-AUDIT-FAILED VALUE "Y".
       01 WS-SAVE-ACCT-REC PIC X(139).
       01 WS-SAVE-CUST-REC PIC X(156).
       01 WS-SAVE-HOLD-REC PIC X(44).
       01 WS-SAVE-SORD-REC PIC X(57).
           COPY RUNCTLRQ.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM OBTAIN-RUN-LOCK.
           OPEN I-O PEND-FILE
                I-O ACCTFILE
                I-O CUST-FILE
                I-O HOLD-FILE
                I-O SORD-FILE
                EXTEND AUDIT-FILE.
           IF ACCT-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PND-FS NOT = "00" OR CUST-FS NOT = "00"
                   OR HLD-FS NOT = "00" OR SORD-FS NOT = "00"
               DISPLAY "ERROR IN MASTER FILE OPEN:" PND-FS " " CUST-FS
                   " " HLD-FS " " SORD-FS
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF AUD-FS NOT = "00"
               DISPLAY "AUDIT FILE NOT AVAILABLE - RUN ABORTED"
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO PND-CHANGE-ID
           START PEND-FILE KEY NOT LESS THAN PND-CHANGE-ID
               INVALID KEY
                   MOVE "10" TO PND-FS
           END-START.
           PERFORM UNTIL PND-FS = "10"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PND-FS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       IF PND-STATUS-APPROVED
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "PENDING CHANGES READ:" WS-TOTAL-READ
           DISPLAY "APPROVED CHANGES FOUND:" WS-TOTAL-APPROVED
           DISPLAY "CHANGES APPLIED:" WS-TOTAL-APPLIED
           DISPLAY "CHANGES FAILED:" WS-TOTAL-FAILED
           DISPLAY "AUDIT RECORDS WRITTEN:" WS-TOTAL-AUDIT
           IF WS-TOTAL-FAILED > 0
               MOVE 4 TO WS-APPLY-RC
           END-IF
           IF WS-AUDIT-FAILED
               DISPLAY "AUDIT FILE WRITE FAILED:" AUD-FS
                   " - RUN STOPPED"
               MOVE 8 TO WS-APPLY-RC
           END-IF
           CLOSE PEND-FILE ACCTFILE CUST-FILE HOLD-FILE SORD-FILE
                 AUDIT-FILE.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-APPLY-RC TO RETURN-CODE.
           GOBACK.
       OBTAIN-RUN-LOCK.
           SET RCQ-FUNC-LOCK TO TRUE
           MOVE "CHGAPPLY" TO RCQ-PROGRAM
           MOVE 0 TO RCQ-INT-MONTH
           MOVE SPACE TO RCQ-OVERRIDE
           CALL "RUNCTL" USING RUNCTL-REQUEST
           IF RCQ-REPLY-BUSY
               DISPLAY "ACCTFILE HELD BY " RCQ-HOLDER-PGM
                   " - RUN ABORTED"
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
           MOVE "CHGAPPLY" TO RCQ-PROGRAM
           CALL "RUNCTL" USING RUNCTL-REQUEST
           IF NOT RCQ-REPLY-OK
               DISPLAY "RUN CONTROL RELEASE ERROR"
           END-IF.
       APPLY-ONE-CHANGE.
           ADD 1 TO WS-TOTAL-APPROVED
           MOVE 0 TO WS-AUD-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN PND-SRC-ACCOUNT
                   PERFORM APPLY-ACCOUNT-CHANGE
               WHEN PND-SRC-CUSTOMER
                   PERFORM APPLY-CUSTOMER-CHANGE
               WHEN PND-SRC-HOLD
                   PERFORM APPLY-HOLD-CHANGE
               WHEN PND-SRC-SORDER
                   PERFORM APPLY-ORDER-CHANGE
               WHEN OTHER
                   MOVE "BAD SOURCE" TO WS-RESULT-TEXT
           END-EVALUATE
           IF WS-RESULT-TEXT = "APPLIED"
               PERFORM WRITE-AUDIT-RECORDS
               IF WS-AUDIT-FAILED
                   PERFORM BACK-OUT-CHANGE
                   MOVE "AUDIT FAIL" TO WS-RESULT-TEXT
               END-IF
           END-IF
           MOVE WS-TODAY TO PND-APPLY-DATE
           MOVE WS-RESULT-TEXT TO PND-RESULT-TEXT
           IF WS-RESULT-TEXT = "APPLIED"
               SET PND-STATUS-APPLIED TO TRUE
           ELSE
               SET PND-STATUS-FAILED TO TRUE
           END-IF
           IF PND-STATUS-APPLIED
               ADD 1 TO WS-TOTAL-APPLIED
           ELSE
               ADD 1 TO WS-TOTAL-FAILED
               DISPLAY "CHANGE NOT APPLIED:" PND-CHANGE-ID " "
                   WS-RESULT-TEXT
           END-IF
           REWRITE PEND-REC
               INVALID KEY
                   DISPLAY "PENDING CHANGE REWRITE FAILED:"
                       PND-CHANGE-ID
           END-REWRITE
           IF WS-AUDIT-FAILED
               MOVE "10" TO PND-FS
           END-IF.
       ADD-AUDIT-FIELD.
           IF WS-AUD-COUNT < 6
               ADD 1 TO WS-AUD-COUNT
               MOVE WS-AUD-NAME TO WS-AT-NAME (WS-AUD-COUNT)
               MOVE WS-AUD-BEFORE TO WS-AT-BEFORE (WS-AUD-COUNT)
               MOVE WS-AUD-AFTER TO WS-AT-AFTER (WS-AUD-COUNT)
           END-IF.
       APPLY-ACCOUNT-CHANGE.
           MOVE PND-RECORD-KEY TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-REC TO WS-SAVE-ACCT-REC
           MOVE "STATUS" TO WS-AUD-NAME
           MOVE WS-STATUS TO WS-AUD-BEFORE
           EVALUATE PND-ACTION
               WHEN "S"
                   SET ACCT-STATUS-INACTIVE TO TRUE
                   MOVE WS-STATUS TO WS-AUD-AFTER
                   PERFORM ADD-AUDIT-FIELD
               WHEN "R"
                   SET ACCT-STATUS-ACTIVE TO TRUE
                   MOVE WS-TODAY TO ACCT-LAST-ACT-DATE
                   MOVE WS-STATUS TO WS-AUD-AFTER
                   PERFORM ADD-AUDIT-FIELD
               WHEN "C"
                   SET ACCT-STATUS-CLOSED TO TRUE
                   MOVE WS-STATUS TO WS-AUD-AFTER
                   PERFORM ADD-AUDIT-FIELD
               WHEN "L"
                   PERFORM APPLY-ACCOUNT-LIMITS
                   IF WS-AUD-COUNT = 0
                       MOVE "NO CHANGE" TO WS-RESULT-TEXT
                       EXIT PARAGRAPH
                   END-IF
               WHEN "O"
                   IF NOT ACCT-TYPE-CURRENT
                       MOVE "NOT CURRENT" TO WS-RESULT-TEXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "OD LIMIT" TO WS-AUD-NAME
                   MOVE ACCT-OD-LIMIT TO WS-AUD-AMT-EDIT
                   MOVE WS-AUD-AMT-EDIT TO WS-AUD-BEFORE
                   MOVE PND-OD-LIMIT TO ACCT-OD-LIMIT
                   MOVE ACCT-OD-LIMIT TO WS-AUD-AMT-EDIT
                   MOVE WS-AUD-AMT-EDIT TO WS-AUD-AFTER
                   PERFORM ADD-AUDIT-FIELD
               WHEN OTHER
                   MOVE "INVALID ACTN" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-EVALUATE
           REWRITE ACCT-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "APPLIED" TO WS-RESULT-TEXT.
       APPLY-ACCOUNT-LIMITS.
           IF PND-MAX-WITHDRAW NUMERIC AND PND-MAX-WITHDRAW > 0
               MOVE "MAX WITHDRAW" TO WS-AUD-NAME
               MOVE ACCT-MAX-WITHDRAW TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-BEFORE
               MOVE PND-MAX-WITHDRAW TO ACCT-MAX-WITHDRAW
               MOVE ACCT-MAX-WITHDRAW TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-MIN-BAL NUMERIC AND PND-MIN-BAL > 0
               MOVE "MIN BALANCE" TO WS-AUD-NAME
               MOVE ACCT-MIN-BAL TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-BEFORE
               MOVE PND-MIN-BAL TO ACCT-MIN-BAL
               MOVE ACCT-MIN-BAL TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF.
       APPLY-CUSTOMER-CHANGE.
           MOVE PND-RECORD-KEY TO CUST-NO
           READ CUST-FILE KEY IS CUST-NO
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-READ
           MOVE CUST-REC TO WS-SAVE-CUST-REC
           IF PND-CUST-NAME NOT = SPACES
                   AND PND-CUST-NAME NOT = CUST-FULL-NAME
               MOVE "NAME" TO WS-AUD-NAME
               MOVE CUST-FULL-NAME TO WS-AUD-BEFORE
               MOVE PND-CUST-NAME TO CUST-FULL-NAME
               MOVE CUST-FULL-NAME TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-CUST-ADDRESS NOT = SPACES
                   AND PND-CUST-ADDRESS NOT = CUST-ADDRESS
               MOVE "ADDRESS" TO WS-AUD-NAME
               MOVE CUST-ADDRESS TO WS-AUD-BEFORE
               MOVE PND-CUST-ADDRESS TO CUST-ADDRESS
               MOVE CUST-ADDRESS TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-CUST-CONTACT NOT = SPACES
                   AND PND-CUST-CONTACT NOT = CUST-CONTACT
               MOVE "CONTACT" TO WS-AUD-NAME
               MOVE CUST-CONTACT TO WS-AUD-BEFORE
               MOVE PND-CUST-CONTACT TO CUST-CONTACT
               MOVE CUST-CONTACT TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-CUST-ID-DOC NOT = SPACES
                   AND PND-CUST-ID-DOC NOT = CUST-ID-DOC
               MOVE "ID DOC" TO WS-AUD-NAME
               MOVE CUST-ID-DOC TO WS-AUD-BEFORE
               MOVE PND-CUST-ID-DOC TO CUST-ID-DOC
               MOVE CUST-ID-DOC TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-CUST-TAX-CATEGORY NOT = SPACES
                   AND PND-CUST-TAX-CATEGORY NOT = CUST-TAX-CATEGORY
               MOVE "TAX CATEGORY" TO WS-AUD-NAME
               MOVE CUST-TAX-CATEGORY TO WS-AUD-BEFORE
               MOVE PND-CUST-TAX-CATEGORY TO CUST-TAX-CATEGORY
               MOVE CUST-TAX-CATEGORY TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF WS-AUD-COUNT = 0
               MOVE "NO CHANGE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           REWRITE CUST-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "APPLIED" TO WS-RESULT-TEXT.
       APPLY-HOLD-CHANGE.
           IF PND-ACTION NOT = "R"
               MOVE "INVALID ACTN" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE PND-HOLD-ACCT-NO TO HLD-ACCT-NO
           MOVE PND-HOLD-SEQ-NO TO HLD-SEQ-NO
           READ HOLD-FILE KEY IS HOLD-KEY
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-READ
           IF NOT HLD-STATUS-ACTIVE
               MOVE "NOT ACTIVE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-REC TO WS-SAVE-HOLD-REC
           MOVE "HOLD STATUS" TO WS-AUD-NAME
           MOVE HLD-STATUS TO WS-AUD-BEFORE
           SET HLD-STATUS-RELEASED TO TRUE
           MOVE HLD-STATUS TO WS-AUD-AFTER
           PERFORM ADD-AUDIT-FIELD
           REWRITE HOLD-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "APPLIED" TO WS-RESULT-TEXT.
       APPLY-ORDER-CHANGE.
           MOVE PND-RECORD-KEY TO SO-ORDER-NO
           READ SORD-FILE KEY IS SO-ORDER-NO
               INVALID KEY
                   MOVE "NOT FOUND" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-READ
           MOVE SORD-REC TO WS-SAVE-SORD-REC
           IF PND-SO-AMOUNT NUMERIC AND PND-SO-AMOUNT > 0
               MOVE "SO AMOUNT" TO WS-AUD-NAME
               MOVE SO-AMOUNT TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-BEFORE
               MOVE PND-SO-AMOUNT TO SO-AMOUNT
               MOVE SO-AMOUNT TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-SO-FREQUENCY = "D" OR PND-SO-FREQUENCY = "W"
                   OR PND-SO-FREQUENCY = "M"
               MOVE "FREQUENCY" TO WS-AUD-NAME
               MOVE SO-FREQUENCY TO WS-AUD-BEFORE
               MOVE PND-SO-FREQUENCY TO SO-FREQUENCY
               MOVE SO-FREQUENCY TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-SO-NEXT-DUE-DATE NUMERIC
                   AND PND-SO-NEXT-DUE-DATE > 0
               MOVE "NEXT DUE" TO WS-AUD-NAME
               MOVE SO-NEXT-DUE-DATE TO WS-AUD-BEFORE
               MOVE PND-SO-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
               MOVE SO-NEXT-DUE-DATE TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF PND-SO-EXPIRY-DATE NUMERIC AND PND-SO-EXPIRY-DATE > 0
               MOVE "EXPIRY" TO WS-AUD-NAME
               MOVE SO-EXPIRY-DATE TO WS-AUD-BEFORE
               MOVE PND-SO-EXPIRY-DATE TO SO-EXPIRY-DATE
               MOVE SO-EXPIRY-DATE TO WS-AUD-AFTER
               PERFORM ADD-AUDIT-FIELD
           END-IF
           IF WS-AUD-COUNT = 0
               MOVE "NO CHANGE" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           REWRITE SORD-REC
               INVALID KEY
                   MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "APPLIED" TO WS-RESULT-TEXT.
       WRITE-AUDIT-RECORDS.
           PERFORM VARYING WS-AUD-SUB FROM 1 BY 1
                   UNTIL WS-AUD-SUB > WS-AUD-COUNT OR WS-AUDIT-FAILED
               MOVE PND-CHANGE-ID TO AUD-CHANGE-ID
               MOVE PND-SOURCE TO AUD-SOURCE
               MOVE PND-ACTION TO AUD-ACTION
               MOVE PND-RECORD-KEY TO AUD-RECORD-KEY
               MOVE WS-AT-NAME (WS-AUD-SUB) TO AUD-FIELD-NAME
               MOVE WS-AT-BEFORE (WS-AUD-SUB) TO AUD-BEFORE-VALUE
               MOVE WS-AT-AFTER (WS-AUD-SUB) TO AUD-AFTER-VALUE
               MOVE PND-MAKER-ID TO AUD-MAKER-ID
               MOVE PND-CHECKER-ID TO AUD-CHECKER-ID
               MOVE PND-ENTRY-DATE TO AUD-ENTRY-DATE
               MOVE WS-TODAY TO AUD-APPLY-DATE
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               WRITE AUDIT-REC
               IF AUD-FS = "00"
                   ADD 1 TO WS-TOTAL-AUDIT
               ELSE
                   SET WS-AUDIT-FAILED TO TRUE
               END-IF
           END-PERFORM.
       BACK-OUT-CHANGE.
           EVALUATE TRUE
               WHEN PND-SRC-ACCOUNT
                   MOVE WS-SAVE-ACCT-REC TO ACCT-REC
                   REWRITE ACCT-REC
                       INVALID KEY
                           DISPLAY "BACK-OUT FAILED:" PND-CHANGE-ID
                   END-REWRITE
               WHEN PND-SRC-CUSTOMER
                   MOVE WS-SAVE-CUST-REC TO CUST-REC
                   REWRITE CUST-REC
                       INVALID KEY
                           DISPLAY "BACK-OUT FAILED:" PND-CHANGE-ID
                   END-REWRITE
               WHEN PND-SRC-HOLD
                   MOVE WS-SAVE-HOLD-REC TO HOLD-REC
                   REWRITE HOLD-REC
                       INVALID KEY
                           DISPLAY "BACK-OUT FAILED:" PND-CHANGE-ID
                   END-REWRITE
               WHEN PND-SRC-SORDER
                   MOVE WS-SAVE-SORD-REC TO SORD-REC
                   REWRITE SORD-REC
                       INVALID KEY
                           DISPLAY "BACK-OUT FAILED:" PND-CHANGE-ID
                   END-REWRITE
           END-EVALUATE.
