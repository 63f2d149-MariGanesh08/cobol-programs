       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO ACCTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-NO
           FILE STATUS IS ACCT-FS.

           SELECT XREF-FILE ASSIGN TO XREFKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRF-ACCT-NO
           FILE STATUS IS XRF-FS.

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

           SELECT ALERT-REG-FILE ASSIGN TO ALRTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALR-KEY
           FILE STATUS IS ALR-FS.

           SELECT REJECT-FILE ASSIGN TO REJFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REJ-FS.

           SELECT JOURNAL-FILE-IN ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-IN-FS.

           SELECT ALERT-EVENT-FILE ASSIGN TO ALRTEVIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AEV-FS.

           SELECT ALERT-OUT-FILE ASSIGN TO ALRTFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ALO-FS.

           SELECT ALERT-REPORT-FILE ASSIGN TO ALRTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCTFILE.
           COPY ACCTREC.
       FD XREF-FILE.
           COPY XREFREC.
       FD CUST-FILE.
           COPY CUSTREC.
       FD HOLD-FILE.
           COPY HOLDREC.
       FD ALERT-REG-FILE.
           COPY ALRTREC.
       FD REJECT-FILE.
       01 REJECT-REC.
          05 REJ-ACCT-NO PIC X(10).
          05 REJ-AMOUNT PIC 9(7)V99.
          05 REJ-REASON-CODE PIC X(4).
          05 REJ-TRAN-TYPE PIC X(1).
          05 REJ-TO-ACCT-NO PIC X(10).
          05 REJ-FAIL-LEG PIC X(1).
          05 REJ-TELLER-ID PIC X(4).
          05 REJ-BRANCH-ID PIC X(4).
          05 REJ-EFF-DATE PIC 9(8).
       FD JOURNAL-FILE-IN.
           COPY JOURNREC.
       FD ALERT-EVENT-FILE.
           COPY ALRTEVT.
       FD ALERT-OUT-FILE.
       01 ALERT-OUT-REC.
          05 ALO-REC-TYPE PIC X(1).
          05 ALO-ALERT-TYPE PIC X(4).
          05 ALO-CHANNEL PIC X(1).
          05 ALO-CONTACT PIC X(20).
          05 ALO-CUST-NO PIC X(8).
          05 ALO-CUST-NAME PIC X(30).
          05 ALO-ACCT-NO PIC X(10).
          05 ALO-EVENT-DATE PIC 9(8).
          05 ALO-AMOUNT PIC 9(7)V99.
          05 ALO-BALANCE PIC S9(7)V99.
          05 ALO-REASON PIC X(12).
          05 ALO-MESSAGE PIC X(60).
       01 ALERT-OUT-TRAILER.
          05 ALT-REC-TYPE PIC X(1).
          05 ALT-RUN-DATE PIC 9(8).
          05 ALT-ALERT-COUNT PIC 9(7).
          05 ALT-SMS-COUNT PIC 9(7).
          05 ALT-EMAIL-COUNT PIC 9(7).
          05 FILLER PIC X(142).
       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 XRF-FS PIC XX.
       01 CUST-FS PIC XX.
       01 HLD-FS PIC XX.
       01 ALR-FS PIC XX.
       01 REJ-FS PIC XX.
       01 JRN-IN-FS PIC XX.
       01 AEV-FS PIC XX.
       01 ALO-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-LOOKBACK-DAYS PIC 9(2) VALUE 1.
       01 WS-ALERT-RC PIC 9(4) VALUE 0.
       01 WS-REJ-SEQ PIC 9(5) VALUE 0.
       01 WS-CUST-FOUND-SW PIC X(1) VALUE "N".
           88 WS-CUST-FOUND VALUE "Y".
       01 WS-EVT-TYPE-SUB PIC 9(1).
       01 WS-EVT-ACCT-NO PIC X(10).
       01 WS-EVT-REF PIC X(21).
       01 WS-EVT-DATE PIC 9(8).
       01 WS-EVT-AMOUNT PIC 9(7)V99.
       01 WS-EVT-BALANCE PIC S9(7)V99.
       01 WS-EVT-REASON PIC X(12).
       01 WS-EVT-MESSAGE PIC X(60).
       01 WS-EDIT-AMT PIC Z(6)9.99.
       01 WS-EDIT-BAL PIC -(7)9.99.
       01 WS-LEAD-SPACES PIC 9(2).
       01 WS-AMT-TEXT PIC X(11).
       01 WS-BAL-TEXT PIC X(11).
       01 WS-TYPE-SUB PIC 9(1).
       01 WS-ALERT-TYPE-CODES PIC X(24)
               VALUE "REJTDEBTLOWBHOLDSOFLDRMW".
       01 WS-ALERT-TYPE-TAB REDEFINES WS-ALERT-TYPE-CODES.
          05 WS-ALERT-TYPE-CODE PIC X(4) OCCURS 6 TIMES.
       01 WS-ALERT-TYPE-NAMES.
          05 FILLER PIC X(22) VALUE "REJECTED TRANSACTION".
          05 FILLER PIC X(22) VALUE "DEBIT OVER THRESHOLD".
          05 FILLER PIC X(22) VALUE "BELOW MINIMUM BALANCE".
          05 FILLER PIC X(22) VALUE "HOLD PLACED".
          05 FILLER PIC X(22) VALUE "STANDING ORDER FAILED".
          05 FILLER PIC X(22) VALUE "DORMANCY WARNING".
       01 WS-ALERT-NAME-TAB REDEFINES WS-ALERT-TYPE-NAMES.
          05 WS-ALERT-TYPE-NAME PIC X(22) OCCURS 6 TIMES.
       01 WS-ALERT-COUNTS.
          05 WS-ALERT-COUNT-ENTRY OCCURS 6 TIMES.
             10 WS-CNT-EVENTS PIC 9(7).
             10 WS-CNT-SENT PIC 9(7).
             10 WS-CNT-ALREADY-SENT PIC 9(7).
             10 WS-CNT-NOT-WANTED PIC 9(7).
             10 WS-CNT-NO-CONTACT PIC 9(7).
       01 WS-TOTAL-EVENTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-SENT PIC 9(7) VALUE 0.
       01 WS-TOTAL-ALREADY-SENT PIC 9(7) VALUE 0.
       01 WS-TOTAL-NOT-WANTED PIC 9(7) VALUE 0.
       01 WS-TOTAL-NO-CONTACT PIC 9(7) VALUE 0.
       01 WS-TOTAL-SMS PIC 9(7) VALUE 0.
       01 WS-TOTAL-EMAIL PIC 9(7) VALUE 0.
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 WS-RPT-TYPE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-NAME PIC X(22).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-EVENTS PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-SENT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-ALREADY-SENT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-NOT-WANTED PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-NO-CONTACT PIC Z(6)9.
          05 FILLER PIC X(27) VALUE SPACES.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
          05 LS-LOOKBACK-DAYS PIC X(2).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           IF LS-PARM-LEN > 1 AND LS-LOOKBACK-DAYS NUMERIC
               MOVE LS-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) - WS-LOOKBACK-DAYS).
           INITIALIZE WS-ALERT-COUNTS.
           OPEN INPUT ACCTFILE XREF-FILE CUST-FILE HOLD-FILE
                I-O ALERT-REG-FILE
                OUTPUT ALERT-OUT-FILE ALERT-REPORT-FILE.
           IF ACCT-FS NOT = "00" OR XRF-FS NOT = "00"
                   OR CUST-FS NOT = "00" OR HLD-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ALR-FS NOT = "00"
               DISPLAY "ERROR IN ALERT REGISTER OPEN:" ALR-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ALO-FS NOT = "00"
               DISPLAY "ERROR IN ALERT FILE OPEN:" ALO-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SCAN-REJECTS.
           PERFORM SCAN-JOURNAL.
           PERFORM SCAN-HOLDS.
           PERFORM SCAN-ALERT-EVENTS.
           PERFORM WRITE-ALERT-TRAILER.
           PERFORM WRITE-CONTROL-REPORT.
           CLOSE ACCTFILE XREF-FILE CUST-FILE HOLD-FILE
                 ALERT-REG-FILE ALERT-OUT-FILE ALERT-REPORT-FILE.
           MOVE WS-ALERT-RC TO RETURN-CODE.
           GOBACK.
       SCAN-REJECTS.
           OPEN INPUT REJECT-FILE
           IF REJ-FS NOT = "00"
               DISPLAY "REJECT FILE NOT AVAILABLE - "
                   "REJECT ALERTS SKIPPED"
               MOVE 4 TO WS-ALERT-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REJ-FS = "10"
               READ REJECT-FILE
                   AT END
                       MOVE "10" TO REJ-FS
                   NOT AT END
                       PERFORM ALERT-ONE-REJECT
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.
       ALERT-ONE-REJECT.
           ADD 1 TO WS-REJ-SEQ
           MOVE 1 TO WS-EVT-TYPE-SUB
           MOVE REJ-ACCT-NO TO WS-EVT-ACCT-NO
           MOVE SPACES TO WS-EVT-REF
           STRING REJ-EFF-DATE WS-REJ-SEQ REJ-REASON-CODE
               DELIMITED BY SIZE INTO WS-EVT-REF
           MOVE REJ-EFF-DATE TO WS-EVT-DATE
           MOVE REJ-AMOUNT TO WS-EVT-AMOUNT
           MOVE 0 TO WS-EVT-BALANCE
           MOVE REJ-REASON-CODE TO WS-EVT-REASON
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO WS-EVT-MESSAGE
           STRING "TRANSACTION OF " DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               " WAS REJECTED - REASON " REJ-REASON-CODE
               DELIMITED BY SIZE INTO WS-EVT-MESSAGE
           PERFORM ISSUE-ALERT.
       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE-IN
           IF JRN-IN-FS NOT = "00"
               DISPLAY "JOURNAL FILE NOT AVAILABLE - "
                   "DEBIT AND BALANCE ALERTS SKIPPED"
               MOVE 4 TO WS-ALERT-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-IN-FS = "10"
               READ JOURNAL-FILE-IN
                   AT END
                       MOVE "10" TO JRN-IN-FS
                   NOT AT END
                       PERFORM CHECK-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE-IN.
       CHECK-ONE-POSTING.
           IF JRN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
           END-IF
           IF JRN-TIMESTAMP (1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF JRN-TIMESTAMP (1:8) < WS-FROM-DATE
                   OR JRN-TIMESTAMP (1:8) > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF JRN-NEW-BAL NOT < JRN-OLD-BAL
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-ACCT-NO TO WS-EVT-ACCT-NO
           MOVE JRN-TIMESTAMP TO WS-EVT-REF
           MOVE JRN-TIMESTAMP (1:8) TO WS-EVT-DATE
           COMPUTE WS-EVT-AMOUNT = JRN-OLD-BAL - JRN-NEW-BAL
           MOVE JRN-NEW-BAL TO WS-EVT-BALANCE
           MOVE JRN-SOURCE TO WS-EVT-REASON
           PERFORM FORMAT-AMOUNT
           PERFORM FORMAT-BALANCE
           MOVE 2 TO WS-EVT-TYPE-SUB
           MOVE SPACES TO WS-EVT-MESSAGE
           STRING "DEBIT OF " DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               " POSTED - BALANCE NOW " DELIMITED BY SIZE
               WS-BAL-TEXT DELIMITED BY SPACE
               INTO WS-EVT-MESSAGE
           PERFORM ISSUE-ALERT
           MOVE JRN-ACCT-NO TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-MIN-BAL NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF JRN-OLD-BAL < ACCT-MIN-BAL
                   OR JRN-NEW-BAL NOT < ACCT-MIN-BAL
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-MIN-BAL TO WS-EVT-AMOUNT
           PERFORM FORMAT-AMOUNT
           MOVE 3 TO WS-EVT-TYPE-SUB
           MOVE "BELOW MIN" TO WS-EVT-REASON
           MOVE SPACES TO WS-EVT-MESSAGE
           STRING "BALANCE " DELIMITED BY SIZE
               WS-BAL-TEXT DELIMITED BY SPACE
               " IS BELOW THE MINIMUM OF " DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               INTO WS-EVT-MESSAGE
           PERFORM ISSUE-ALERT.
       SCAN-HOLDS.
           MOVE LOW-VALUES TO HOLD-KEY
           START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "10" TO HLD-FS
           END-START
           PERFORM UNTIL HLD-FS = "10"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO HLD-FS
                   NOT AT END
                       PERFORM CHECK-ONE-HOLD
               END-READ
           END-PERFORM.
       CHECK-ONE-HOLD.
           IF NOT HLD-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF HLD-PLACE-DATE < WS-FROM-DATE
                   OR HLD-PLACE-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-EVT-TYPE-SUB
           MOVE HLD-ACCT-NO TO WS-EVT-ACCT-NO
           MOVE SPACES TO WS-EVT-REF
           STRING HLD-SEQ-NO HLD-PLACE-DATE
               DELIMITED BY SIZE INTO WS-EVT-REF
           MOVE HLD-PLACE-DATE TO WS-EVT-DATE
           MOVE HLD-AMOUNT TO WS-EVT-AMOUNT
           MOVE 0 TO WS-EVT-BALANCE
           MOVE HLD-REASON TO WS-EVT-REASON
           PERFORM FORMAT-AMOUNT
           MOVE SPACES TO WS-EVT-MESSAGE
           STRING "A HOLD OF " DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               " HAS BEEN PLACED - REASON " HLD-REASON
               DELIMITED BY SIZE INTO WS-EVT-MESSAGE
           PERFORM ISSUE-ALERT.
       SCAN-ALERT-EVENTS.
           OPEN INPUT ALERT-EVENT-FILE
           IF AEV-FS NOT = "00"
               DISPLAY "ALERT EVENT FILE NOT AVAILABLE - "
                   "ORDER AND DORMANCY ALERTS SKIPPED"
               MOVE 4 TO WS-ALERT-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AEV-FS = "10"
               READ ALERT-EVENT-FILE
                   AT END
                       MOVE "10" TO AEV-FS
                   NOT AT END
                       PERFORM CHECK-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE ALERT-EVENT-FILE.
       CHECK-ONE-EVENT.
           IF AEV-EVENT-DATE < WS-FROM-DATE
                   OR AEV-EVENT-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE AEV-ACCT-NO TO WS-EVT-ACCT-NO
           MOVE AEV-EVENT-DATE TO WS-EVT-DATE
           MOVE AEV-AMOUNT TO WS-EVT-AMOUNT
           MOVE 0 TO WS-EVT-BALANCE
           MOVE AEV-REASON TO WS-EVT-REASON
           MOVE SPACES TO WS-EVT-REF
           MOVE SPACES TO WS-EVT-MESSAGE
           EVALUATE TRUE
               WHEN AEV-ORDER-FAILED
                   MOVE 5 TO WS-EVT-TYPE-SUB
                   STRING AEV-EVENT-REF AEV-INFO-DATE
                       DELIMITED BY SIZE INTO WS-EVT-REF
                   PERFORM FORMAT-AMOUNT
                   STRING "STANDING ORDER " DELIMITED BY SIZE
                       AEV-EVENT-REF DELIMITED BY SPACE
                       " OF " DELIMITED BY SIZE
                       WS-AMT-TEXT DELIMITED BY SPACE
                       " WAS NOT PAID" DELIMITED BY SIZE
                       INTO WS-EVT-MESSAGE
               WHEN AEV-DORMANCY-WARNING
                   MOVE 6 TO WS-EVT-TYPE-SUB
                   MOVE AEV-INFO-DATE TO WS-EVT-REF
                   STRING "NO ACTIVITY SINCE " AEV-INFO-DATE
                       " - ACCOUNT WILL BECOME DORMANT"
                       DELIMITED BY SIZE INTO WS-EVT-MESSAGE
               WHEN OTHER
                   DISPLAY "UNKNOWN ALERT EVENT SKIPPED:"
                       AEV-EVENT-TYPE " " AEV-ACCT-NO
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ISSUE-ALERT.
       ISSUE-ALERT.
           ADD 1 TO WS-CNT-EVENTS (WS-EVT-TYPE-SUB)
           PERFORM FIND-ALERT-CUSTOMER
           IF NOT WS-CUST-FOUND
               ADD 1 TO WS-CNT-NO-CONTACT (WS-EVT-TYPE-SUB)
               EXIT PARAGRAPH
           END-IF
           IF CUST-ALERT-NONE
                   OR CUST-ALERT-OPTION (WS-EVT-TYPE-SUB) NOT = "Y"
               ADD 1 TO WS-CNT-NOT-WANTED (WS-EVT-TYPE-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-TYPE-SUB = 2
               IF CUST-ALERT-DEBIT-LIMIT NOT NUMERIC
                       OR WS-EVT-AMOUNT NOT > CUST-ALERT-DEBIT-LIMIT
                   ADD 1 TO WS-CNT-NOT-WANTED (WS-EVT-TYPE-SUB)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CUST-CONTACT = SPACES
                   OR NOT (CUST-ALERT-BY-SMS OR CUST-ALERT-BY-EMAIL)
               ADD 1 TO WS-CNT-NO-CONTACT (WS-EVT-TYPE-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-REG-REC
           MOVE WS-ALERT-TYPE-CODE (WS-EVT-TYPE-SUB) TO ALR-ALERT-TYPE
           MOVE WS-EVT-ACCT-NO TO ALR-ACCT-NO
           MOVE WS-EVT-REF TO ALR-EVENT-REF
           MOVE CUST-NO TO ALR-CUST-NO
           MOVE WS-TODAY TO ALR-SENT-DATE
           MOVE CUST-ALERT-CHANNEL TO ALR-CHANNEL
           MOVE CUST-CONTACT TO ALR-CONTACT
           WRITE ALERT-REG-REC
               INVALID KEY
                   IF ALR-FS = "22"
                       ADD 1 TO WS-CNT-ALREADY-SENT (WS-EVT-TYPE-SUB)
                   ELSE
                       DISPLAY "ALERT REGISTER WRITE FAILED:" ALR-FS
                           " " ALR-KEY
                       MOVE 4 TO WS-ALERT-RC
                   END-IF
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM WRITE-ALERT-RECORD.
       FIND-ALERT-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           MOVE WS-EVT-ACCT-NO TO XRF-ACCT-NO
           READ XREF-FILE KEY IS XRF-ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE XRF-CUST-NO TO CUST-NO
           READ CUST-FILE KEY IS CUST-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-CUST-FOUND TO TRUE.
       WRITE-ALERT-RECORD.
           MOVE SPACES TO ALERT-OUT-REC
           MOVE "D" TO ALO-REC-TYPE
           MOVE WS-ALERT-TYPE-CODE (WS-EVT-TYPE-SUB) TO ALO-ALERT-TYPE
           MOVE CUST-ALERT-CHANNEL TO ALO-CHANNEL
           MOVE CUST-CONTACT TO ALO-CONTACT
           MOVE CUST-NO TO ALO-CUST-NO
           MOVE CUST-FULL-NAME TO ALO-CUST-NAME
           MOVE WS-EVT-ACCT-NO TO ALO-ACCT-NO
           MOVE WS-EVT-DATE TO ALO-EVENT-DATE
           MOVE WS-EVT-AMOUNT TO ALO-AMOUNT
           MOVE WS-EVT-BALANCE TO ALO-BALANCE
           MOVE WS-EVT-REASON TO ALO-REASON
           MOVE WS-EVT-MESSAGE TO ALO-MESSAGE
           WRITE ALERT-OUT-REC
           ADD 1 TO WS-CNT-SENT (WS-EVT-TYPE-SUB)
           IF CUST-ALERT-BY-SMS
               ADD 1 TO WS-TOTAL-SMS
           ELSE
               ADD 1 TO WS-TOTAL-EMAIL
           END-IF.
       FORMAT-AMOUNT.
           MOVE WS-EVT-AMOUNT TO WS-EDIT-AMT
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-EDIT-AMT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE WS-EDIT-AMT (WS-LEAD-SPACES + 1:) TO WS-AMT-TEXT.
       FORMAT-BALANCE.
           MOVE WS-EVT-BALANCE TO WS-EDIT-BAL
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-EDIT-BAL TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE WS-EDIT-BAL (WS-LEAD-SPACES + 1:) TO WS-BAL-TEXT.
       WRITE-ALERT-TRAILER.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 6
               ADD WS-CNT-EVENTS (WS-TYPE-SUB) TO WS-TOTAL-EVENTS
               ADD WS-CNT-SENT (WS-TYPE-SUB) TO WS-TOTAL-SENT
               ADD WS-CNT-ALREADY-SENT (WS-TYPE-SUB)
                   TO WS-TOTAL-ALREADY-SENT
               ADD WS-CNT-NOT-WANTED (WS-TYPE-SUB)
                   TO WS-TOTAL-NOT-WANTED
               ADD WS-CNT-NO-CONTACT (WS-TYPE-SUB)
                   TO WS-TOTAL-NO-CONTACT
           END-PERFORM
           MOVE SPACES TO ALERT-OUT-TRAILER
           MOVE "T" TO ALT-REC-TYPE
           MOVE WS-TODAY TO ALT-RUN-DATE
           MOVE WS-TOTAL-SENT TO ALT-ALERT-COUNT
           MOVE WS-TOTAL-SMS TO ALT-SMS-COUNT
           MOVE WS-TOTAL-EMAIL TO ALT-EMAIL-COUNT
           WRITE ALERT-OUT-TRAILER.
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO WS-RPT-MSG
           STRING "CUSTOMER ALERT CONTROL REPORT AS AT " WS-TODAY
               " EVENTS FROM " WS-FROM-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE ALERT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "TYPE  ALERT                    EVENTS     SENT"
               "  ALREADY  NOT OPT  NO CONT"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE ALERT-REPORT-REC FROM WS-RPT-MSG
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 6
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-ALERT-TYPE-CODE (WS-TYPE-SUB) TO WS-RPT-TYPE
               MOVE WS-ALERT-TYPE-NAME (WS-TYPE-SUB) TO WS-RPT-NAME
               MOVE WS-CNT-EVENTS (WS-TYPE-SUB) TO WS-RPT-EVENTS
               MOVE WS-CNT-SENT (WS-TYPE-SUB) TO WS-RPT-SENT
               MOVE WS-CNT-ALREADY-SENT (WS-TYPE-SUB)
                   TO WS-RPT-ALREADY-SENT
               MOVE WS-CNT-NOT-WANTED (WS-TYPE-SUB)
                   TO WS-RPT-NOT-WANTED
               MOVE WS-CNT-NO-CONTACT (WS-TYPE-SUB)
                   TO WS-RPT-NO-CONTACT
               WRITE ALERT-REPORT-REC FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           MOVE "ALL" TO WS-RPT-TYPE
           MOVE "TOTAL" TO WS-RPT-NAME
           MOVE WS-TOTAL-EVENTS TO WS-RPT-EVENTS
           MOVE WS-TOTAL-SENT TO WS-RPT-SENT
           MOVE WS-TOTAL-ALREADY-SENT TO WS-RPT-ALREADY-SENT
           MOVE WS-TOTAL-NOT-WANTED TO WS-RPT-NOT-WANTED
           MOVE WS-TOTAL-NO-CONTACT TO WS-RPT-NO-CONTACT
           WRITE ALERT-REPORT-REC FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-MSG
           STRING "ALERTS WRITTEN=" WS-TOTAL-SENT
               " SMS=" WS-TOTAL-SMS
               " EMAIL=" WS-TOTAL-EMAIL
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE ALERT-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "ALERT EVENTS READ:" WS-TOTAL-EVENTS
           DISPLAY "ALERTS WRITTEN:" WS-TOTAL-SENT
           DISPLAY "ALERTS ALREADY SENT:" WS-TOTAL-ALREADY-SENT
           DISPLAY "ALERTS NOT WANTED:" WS-TOTAL-NOT-WANTED
           DISPLAY "ALERTS WITH NO CONTACT:" WS-TOTAL-NO-CONTACT.
