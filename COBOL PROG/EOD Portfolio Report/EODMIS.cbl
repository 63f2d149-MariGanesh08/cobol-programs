       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODMIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-SNAP-FILE ASSIGN TO SNAPCURR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CUR-FS.

           SELECT PREV-SNAP-FILE ASSIGN TO SNAPPREV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PRV-FS.

           SELECT JOURNAL-FILE-IN ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-IN-FS.

           SELECT MOVE-WORK-FILE ASSIGN TO MISWORK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MVW-FS.

           SELECT MOVE-SORTED-FILE ASSIGN TO MISSORT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MVS-FS.

           SELECT MOVE-SORT-FILE ASSIGN TO MISSRTW.

           SELECT MIS-REPORT-FILE ASSIGN TO MISRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CURR-SNAP-FILE.
           COPY SNAPREC.
       FD PREV-SNAP-FILE.
       01 PREV-SNAP-REC.
          05 PRV-SNAP-DATE PIC 9(8).
          05 PRV-ACCT-NO PIC X(10).
          05 PRV-ACCT-TYPE PIC X(1).
          05 PRV-STATUS PIC X(1).
             88 PRV-STATUS-ACTIVE VALUE "A".
             88 PRV-STATUS-INACTIVE VALUE "I".
             88 PRV-STATUS-CLOSED VALUE "C".
          05 PRV-BALANCE PIC S9(7)V99.
          05 PRV-MAX-WITHDRAW PIC 9(7)V99.
          05 PRV-MIN-BAL PIC 9(7)V99.
          05 PRV-OD-LIMIT PIC 9(7)V99.
          05 PRV-HOLD-COUNT PIC 9(3).
          05 PRV-HOLD-TOTAL PIC 9(9)V99.
          05 PRV-LAST-ACT-DATE PIC 9(8).
          05 PRV-SNAP-TIME PIC 9(8).
          05 FILLER PIC X(4).
       FD JOURNAL-FILE-IN.
           COPY JOURNREC.
       FD MOVE-WORK-FILE.
       01 MOVE-WORK-REC.
          05 MVW-ACCT-NO PIC X(10).
          05 MVW-NET-AMT PIC S9(9)V99.
       FD MOVE-SORTED-FILE.
       01 MOVE-SORTED-REC.
          05 MVS-ACCT-NO PIC X(10).
          05 MVS-NET-AMT PIC S9(9)V99.
       SD MOVE-SORT-FILE.
       01 MOVE-SORT-REC.
          05 MSR-ACCT-NO PIC X(10).
          05 MSR-NET-AMT PIC S9(9)V99.
       FD MIS-REPORT-FILE.
       01 MIS-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 CUR-FS PIC XX.
       01 PRV-FS PIC XX.
       01 JRN-IN-FS PIC XX.
       01 MVW-FS PIC XX.
       01 MVS-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-CURR-DATE PIC 9(8) VALUE 0.
       01 WS-PREV-DATE PIC 9(8) VALUE 0.
       01 WS-CURR-STAMP.
          05 WS-CURR-STAMP-DATE PIC 9(8) VALUE 0.
          05 WS-CURR-STAMP-TIME PIC X(8) VALUE "99999999".
       01 WS-PREV-STAMP.
          05 WS-PREV-STAMP-DATE PIC 9(8) VALUE 0.
          05 WS-PREV-STAMP-TIME PIC X(8) VALUE "99999999".
       01 WS-PREV-AVAIL-SW PIC X(1) VALUE "N".
           88 WS-PREV-AVAIL VALUE "Y".
       01 WS-CURR-KEY PIC X(10).
       01 WS-PREV-KEY PIC X(10).
       01 WS-MOVE-KEY PIC X(10).
       01 WS-LOW-KEY PIC X(10).
       01 WS-ACCT-JRN-NET PIC S9(9)V99.
       01 WS-ACCT-MOVEMENT PIC S9(9)V99.
       01 WS-ACCT-DIFF PIC S9(9)V99.
       01 WS-OPENING-BAL PIC S9(9)V99.
       01 WS-EXC-REASON PIC X(30).
       01 WS-TYPE-SUB PIC 9(1).
       01 WS-BAND-SUB PIC 9(1).
       01 WS-BAND-AMT PIC S9(7)V99.
       01 WS-MIS-RC PIC 9(4) VALUE 0.
       01 WS-TOTAL-CURR-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-PREV-READ PIC 9(7) VALUE 0.
       01 WS-TOTAL-POSTINGS PIC 9(7) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CURR-BAL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-PREV-BAL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-JRN-NET PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-OPENING PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-REMOVED PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-MOVEMENT PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-UNEXPLAINED PIC S9(11)V99 VALUE 0.
       01 WS-TYPE-CODES PIC X(4) VALUE "SCT?".
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 4 TIMES.
             10 WS-TYP-PREV-COUNT PIC 9(7).
             10 WS-TYP-PREV-BAL PIC S9(11)V99.
             10 WS-TYP-CURR-COUNT PIC 9(7).
             10 WS-TYP-CURR-BAL PIC S9(11)V99.
             10 WS-TYP-NEW PIC 9(5).
             10 WS-TYP-CLOSED PIC 9(5).
             10 WS-TYP-DORMANT PIC 9(5).
             10 WS-TYP-REMOVED PIC 9(5).
       01 WS-TYPE-TOTALS.
          05 WS-TOT-PREV-COUNT PIC 9(7).
          05 WS-TOT-PREV-BAL PIC S9(11)V99.
          05 WS-TOT-CURR-COUNT PIC 9(7).
          05 WS-TOT-CURR-BAL PIC S9(11)V99.
          05 WS-TOT-NEW PIC 9(5).
          05 WS-TOT-CLOSED PIC 9(5).
          05 WS-TOT-DORMANT PIC 9(5).
          05 WS-TOT-REMOVED PIC 9(5).
       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 6 TIMES.
             10 WS-BAND-TYPE OCCURS 4 TIMES.
                15 WS-BND-PREV-COUNT PIC 9(7).
                15 WS-BND-PREV-BAL PIC S9(11)V99.
                15 WS-BND-CURR-COUNT PIC 9(7).
                15 WS-BND-CURR-BAL PIC S9(11)V99.
       01 WS-BAND-NAMES.
          05 FILLER PIC X(20) VALUE "OVERDRAWN".
          05 FILLER PIC X(20) VALUE "0 - 999.99".
          05 FILLER PIC X(20) VALUE "1,000 - 9,999.99".
          05 FILLER PIC X(20) VALUE "10,000 - 99,999.99".
          05 FILLER PIC X(20) VALUE "100,000 - 999,999.99".
          05 FILLER PIC X(20) VALUE "1,000,000 AND OVER".
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME PIC X(20) OCCURS 6 TIMES.
       01 WS-EDIT-AMT PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT PIC Z(6)9.
       01 WS-RPT-MSG PIC X(100).
       01 WS-TYPE-LINE.
          05 WS-TYL-TYPE PIC X(4).
          05 WS-TYL-PREV-COUNT PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-PREV-BAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-CURR-COUNT PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-CURR-BAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-NET-INFLOW PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-NEW PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-CLOSED PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-DORMANT PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-TYL-REMOVED PIC Z(4)9.
          05 FILLER PIC X(3) VALUE SPACES.
       01 WS-BAND-LINE.
          05 WS-BDL-BAND PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-BDL-TYPE PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-BDL-PREV-COUNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-BDL-PREV-BAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-BDL-CURR-COUNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-BDL-CURR-BAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(21) VALUE SPACES.
       01 WS-EXC-LINE.
          05 WS-EXL-ACCT-NO PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-EXL-REASON PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-EXL-MOVEMENT PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-EXL-JOURNAL PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-EXL-DIFF PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
           INITIALIZE WS-TYPE-TABLE WS-BAND-TABLE.
           OPEN INPUT CURR-SNAP-FILE
                OUTPUT MIS-REPORT-FILE.
           IF CUR-FS NOT = "00"
               DISPLAY "ERROR IN SNAPSHOT FILE OPEN:" CUR-FS
               CLOSE MIS-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-CURR-SNAPSHOT.
           IF WS-CURR-KEY = HIGH-VALUES
               DISPLAY "CURRENT SNAPSHOT IS EMPTY - RUN ABORTED"
               CLOSE CURR-SNAP-FILE MIS-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SNP-SNAP-DATE TO WS-CURR-DATE.
           MOVE WS-CURR-DATE TO WS-CURR-STAMP-DATE.
           IF SNP-SNAP-TIME NUMERIC
               MOVE SNP-SNAP-TIME TO WS-CURR-STAMP-TIME
           END-IF.
           MOVE HIGH-VALUES TO WS-PREV-KEY.
           OPEN INPUT PREV-SNAP-FILE.
           IF PRV-FS = "00"
               SET WS-PREV-AVAIL TO TRUE
               PERFORM READ-PREV-SNAPSHOT
               IF WS-PREV-KEY NOT = HIGH-VALUES
                   MOVE PRV-SNAP-DATE TO WS-PREV-DATE
                   MOVE WS-PREV-DATE TO WS-PREV-STAMP-DATE
                   IF PRV-SNAP-TIME NUMERIC
                       MOVE PRV-SNAP-TIME TO WS-PREV-STAMP-TIME
                   END-IF
               END-IF
           ELSE
               DISPLAY "NO PRIOR SNAPSHOT - "
                   "ALL ACCOUNTS REPORTED AS NEW"
               MOVE 4 TO WS-MIS-RC
           END-IF.
           IF WS-PREV-STAMP NOT < WS-CURR-STAMP
               DISPLAY "PRIOR SNAPSHOT " WS-PREV-STAMP
                   " IS NOT BEFORE " WS-CURR-STAMP " - RUN ABORTED"
               CLOSE CURR-SNAP-FILE PREV-SNAP-FILE MIS-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COPY-JOURNAL-TO-WORK.
           SORT MOVE-SORT-FILE
               ON ASCENDING KEY MSR-ACCT-NO
               USING MOVE-WORK-FILE
               GIVING MOVE-SORTED-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT MOVE-SORTED-FILE.
           PERFORM READ-MOVE-SORTED.
           PERFORM UNTIL WS-CURR-KEY = HIGH-VALUES
                   AND WS-PREV-KEY = HIGH-VALUES
                   AND WS-MOVE-KEY = HIGH-VALUES
               PERFORM MATCH-ONE-ACCOUNT
           END-PERFORM.
           CLOSE MOVE-SORTED-FILE CURR-SNAP-FILE.
           IF WS-PREV-AVAIL
               CLOSE PREV-SNAP-FILE
           END-IF.
           PERFORM WRITE-PROOF-SUMMARY.
           PERFORM WRITE-TYPE-ANALYSIS.
           PERFORM WRITE-BAND-ANALYSIS.
           CLOSE MIS-REPORT-FILE.
           MOVE WS-MIS-RC TO RETURN-CODE.
           GOBACK.
       READ-CURR-SNAPSHOT.
           READ CURR-SNAP-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CURR-KEY
               NOT AT END
                   MOVE SNP-ACCT-NO TO WS-CURR-KEY
                   ADD 1 TO WS-TOTAL-CURR-READ
           END-READ.
       READ-PREV-SNAPSHOT.
           READ PREV-SNAP-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PREV-KEY
               NOT AT END
                   MOVE PRV-ACCT-NO TO WS-PREV-KEY
                   ADD 1 TO WS-TOTAL-PREV-READ
           END-READ.
       READ-MOVE-SORTED.
           READ MOVE-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MOVE-KEY
               NOT AT END
                   MOVE MVS-ACCT-NO TO WS-MOVE-KEY
           END-READ.
       COPY-JOURNAL-TO-WORK.
           OPEN INPUT JOURNAL-FILE-IN
                OUTPUT MOVE-WORK-FILE
           IF JRN-IN-FS NOT = "00"
               DISPLAY "JOURNAL FILE NOT AVAILABLE - "
                   "NO POSTINGS PROVED"
               MOVE 4 TO WS-MIS-RC
               CLOSE MOVE-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRN-IN-FS = "10"
               READ JOURNAL-FILE-IN
                   AT END
                       MOVE "10" TO JRN-IN-FS
                   NOT AT END
                       PERFORM SELECT-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE-IN MOVE-WORK-FILE.
       SELECT-ONE-POSTING.
           IF JRN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
           END-IF
           IF JRN-TIMESTAMP (1:16) NOT > WS-PREV-STAMP
                   OR JRN-TIMESTAMP (1:16) > WS-CURR-STAMP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-POSTINGS
           MOVE JRN-ACCT-NO TO MVW-ACCT-NO
           COMPUTE MVW-NET-AMT = JRN-NEW-BAL - JRN-OLD-BAL
           ADD MVW-NET-AMT TO WS-TOTAL-JRN-NET
           WRITE MOVE-WORK-REC.
       MATCH-ONE-ACCOUNT.
           MOVE WS-CURR-KEY TO WS-LOW-KEY
           IF WS-PREV-KEY < WS-LOW-KEY
               MOVE WS-PREV-KEY TO WS-LOW-KEY
           END-IF
           IF WS-MOVE-KEY < WS-LOW-KEY
               MOVE WS-MOVE-KEY TO WS-LOW-KEY
           END-IF
           MOVE 0 TO WS-ACCT-JRN-NET
           PERFORM UNTIL WS-MOVE-KEY NOT = WS-LOW-KEY
               ADD MVS-NET-AMT TO WS-ACCT-JRN-NET
               PERFORM READ-MOVE-SORTED
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CURR-KEY = WS-LOW-KEY
                       AND WS-PREV-KEY = WS-LOW-KEY
                   PERFORM COMPARE-CONTINUING-ACCOUNT
                   PERFORM READ-CURR-SNAPSHOT
                   PERFORM READ-PREV-SNAPSHOT
               WHEN WS-CURR-KEY = WS-LOW-KEY
                   PERFORM TAKE-NEW-ACCOUNT
                   PERFORM READ-CURR-SNAPSHOT
               WHEN WS-PREV-KEY = WS-LOW-KEY
                   PERFORM TAKE-REMOVED-ACCOUNT
                   PERFORM READ-PREV-SNAPSHOT
               WHEN OTHER
                   MOVE 0 TO WS-ACCT-MOVEMENT
                   MOVE "POSTED BUT NOT IN EITHER SNAP"
                       TO WS-EXC-REASON
                   PERFORM CHECK-ACCOUNT-MOVEMENT
           END-EVALUATE.
       COMPARE-CONTINUING-ACCOUNT.
           PERFORM ADD-CURR-TOTALS
           PERFORM ADD-PREV-TOTALS
           PERFORM SET-CURR-TYPE
           IF SNP-STATUS-CLOSED AND NOT PRV-STATUS-CLOSED
               ADD 1 TO WS-TYP-CLOSED (WS-TYPE-SUB)
           END-IF
           IF SNP-STATUS-INACTIVE AND PRV-STATUS-ACTIVE
               ADD 1 TO WS-TYP-DORMANT (WS-TYPE-SUB)
           END-IF
           COMPUTE WS-ACCT-MOVEMENT = SNP-BALANCE - PRV-BALANCE
           MOVE "MOVEMENT NOT IN JOURNAL" TO WS-EXC-REASON
           PERFORM CHECK-ACCOUNT-MOVEMENT.
       TAKE-NEW-ACCOUNT.
           PERFORM ADD-CURR-TOTALS
           PERFORM SET-CURR-TYPE
           ADD 1 TO WS-TYP-NEW (WS-TYPE-SUB)
           IF SNP-STATUS-CLOSED
               ADD 1 TO WS-TYP-CLOSED (WS-TYPE-SUB)
           END-IF
           COMPUTE WS-OPENING-BAL = SNP-BALANCE - WS-ACCT-JRN-NET
           ADD WS-OPENING-BAL TO WS-TOTAL-OPENING.
       TAKE-REMOVED-ACCOUNT.
           PERFORM ADD-PREV-TOTALS
           ADD 1 TO WS-TYP-REMOVED (WS-TYPE-SUB)
           ADD PRV-BALANCE TO WS-TOTAL-REMOVED
           MOVE 0 TO WS-ACCT-MOVEMENT
           MOVE "POSTED AFTER LEAVING MASTER" TO WS-EXC-REASON
           PERFORM CHECK-ACCOUNT-MOVEMENT.
       CHECK-ACCOUNT-MOVEMENT.
           COMPUTE WS-ACCT-DIFF = WS-ACCT-MOVEMENT - WS-ACCT-JRN-NET
           IF WS-ACCT-DIFF = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-ACCT-DIFF TO WS-TOTAL-UNEXPLAINED
           IF WS-TOTAL-EXCEPTIONS = 0
               MOVE SPACES TO WS-RPT-MSG
               STRING "ACCOUNT     EXCEPTION                       "
                   "       MOVEMENT          JOURNAL       "
                   "DIFFERENCE"
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           END-IF
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE WS-LOW-KEY TO WS-EXL-ACCT-NO
           MOVE WS-EXC-REASON TO WS-EXL-REASON
           MOVE WS-ACCT-MOVEMENT TO WS-EXL-MOVEMENT
           MOVE WS-ACCT-JRN-NET TO WS-EXL-JOURNAL
           MOVE WS-ACCT-DIFF TO WS-EXL-DIFF
           WRITE MIS-REPORT-REC FROM WS-EXC-LINE.
       ADD-CURR-TOTALS.
           PERFORM SET-CURR-TYPE
           ADD 1 TO WS-TYP-CURR-COUNT (WS-TYPE-SUB)
           ADD SNP-BALANCE TO WS-TYP-CURR-BAL (WS-TYPE-SUB)
           ADD SNP-BALANCE TO WS-TOTAL-CURR-BAL
           MOVE SNP-BALANCE TO WS-BAND-AMT
           PERFORM SET-BALANCE-BAND
           ADD 1 TO WS-BND-CURR-COUNT (WS-BAND-SUB WS-TYPE-SUB)
           ADD SNP-BALANCE TO WS-BND-CURR-BAL (WS-BAND-SUB WS-TYPE-SUB).
       ADD-PREV-TOTALS.
           PERFORM SET-PREV-TYPE
           ADD 1 TO WS-TYP-PREV-COUNT (WS-TYPE-SUB)
           ADD PRV-BALANCE TO WS-TYP-PREV-BAL (WS-TYPE-SUB)
           ADD PRV-BALANCE TO WS-TOTAL-PREV-BAL
           MOVE PRV-BALANCE TO WS-BAND-AMT
           PERFORM SET-BALANCE-BAND
           ADD 1 TO WS-BND-PREV-COUNT (WS-BAND-SUB WS-TYPE-SUB)
           ADD PRV-BALANCE TO WS-BND-PREV-BAL (WS-BAND-SUB WS-TYPE-SUB).
       SET-CURR-TYPE.
           EVALUATE SNP-ACCT-TYPE
               WHEN "S"
                   MOVE 1 TO WS-TYPE-SUB
               WHEN "C"
                   MOVE 2 TO WS-TYPE-SUB
               WHEN "T"
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
       SET-PREV-TYPE.
           EVALUATE PRV-ACCT-TYPE
               WHEN "S"
                   MOVE 1 TO WS-TYPE-SUB
               WHEN "C"
                   MOVE 2 TO WS-TYPE-SUB
               WHEN "T"
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
       SET-BALANCE-BAND.
           EVALUATE TRUE
               WHEN WS-BAND-AMT < 0
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-BAND-AMT < 1000
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-BAND-AMT < 10000
                   MOVE 3 TO WS-BAND-SUB
               WHEN WS-BAND-AMT < 100000
                   MOVE 4 TO WS-BAND-SUB
               WHEN WS-BAND-AMT < 1000000
                   MOVE 5 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 6 TO WS-BAND-SUB
           END-EVALUATE.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           STRING "DEPOSIT PORTFOLIO MIS REPORT AS AT " WS-CURR-DATE
               " COMPARED WITH " WS-PREV-DATE
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "BALANCE MOVEMENT PROVED AGAINST JOURNAL POSTINGS"
               " AFTER " WS-PREV-STAMP " UP TO " WS-CURR-STAMP
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG.
       WRITE-PROOF-SUMMARY.
           COMPUTE WS-TOTAL-MOVEMENT =
               WS-TOTAL-CURR-BAL - WS-TOTAL-PREV-BAL
           MOVE SPACES TO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE WS-TOTAL-PREV-BAL TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-MSG
           STRING "PRIOR SNAPSHOT TOTAL          " WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE WS-TOTAL-JRN-NET TO WS-EDIT-AMT
           MOVE WS-TOTAL-POSTINGS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-RPT-MSG
           STRING "ADD JOURNAL NET POSTINGS      " WS-EDIT-AMT
               "  POSTINGS=" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE WS-TOTAL-OPENING TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-MSG
           STRING "ADD OPENING BALANCES - NEW    " WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE WS-TOTAL-REMOVED TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-MSG
           STRING "LESS BALANCES OF ACCTS REMOVED" WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE WS-TOTAL-UNEXPLAINED TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-MSG
           STRING "UNEXPLAINED MOVEMENT          " WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE WS-TOTAL-CURR-BAL TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-MSG
           STRING "CURRENT SNAPSHOT TOTAL        " WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE WS-TOTAL-MOVEMENT TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-MSG
           STRING "NET INFLOW FOR THE DAY        " WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           IF WS-TOTAL-EXCEPTIONS = 0 AND WS-TOTAL-UNEXPLAINED = 0
               MOVE "*** MOVEMENT AGREES WITH JOURNAL" TO WS-RPT-MSG
           ELSE
               MOVE "*** MOVEMENT DOES NOT AGREE WITH JOURNAL"
                   TO WS-RPT-MSG
               MOVE 4 TO WS-MIS-RC
           END-IF
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "CURRENT SNAPSHOT RECORDS:" WS-TOTAL-CURR-READ
           DISPLAY "PRIOR SNAPSHOT RECORDS:" WS-TOTAL-PREV-READ
           DISPLAY "JOURNAL POSTINGS PROVED:" WS-TOTAL-POSTINGS
           DISPLAY "PROOF EXCEPTIONS:" WS-TOTAL-EXCEPTIONS
           DISPLAY "NET INFLOW:" WS-TOTAL-MOVEMENT.
       WRITE-TYPE-ANALYSIS.
           MOVE SPACES TO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE "PORTFOLIO BY ACCOUNT TYPE" TO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "T   PRV-CNT     PRIOR BALANCE CUR-CNT       "
               "    BALANCE        NET INFLOW   NEW CLOSD "
               "DORMT REMVD"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           INITIALIZE WS-TYPE-TOTALS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4
               PERFORM WRITE-ONE-TYPE-LINE
           END-PERFORM
           MOVE SPACES TO WS-TYPE-LINE
           MOVE "ALL" TO WS-TYL-TYPE
           MOVE WS-TOT-PREV-COUNT TO WS-TYL-PREV-COUNT
           MOVE WS-TOT-PREV-BAL TO WS-TYL-PREV-BAL
           MOVE WS-TOT-CURR-COUNT TO WS-TYL-CURR-COUNT
           MOVE WS-TOT-CURR-BAL TO WS-TYL-CURR-BAL
           COMPUTE WS-TYL-NET-INFLOW =
               WS-TOT-CURR-BAL - WS-TOT-PREV-BAL
           MOVE WS-TOT-NEW TO WS-TYL-NEW
           MOVE WS-TOT-CLOSED TO WS-TYL-CLOSED
           MOVE WS-TOT-DORMANT TO WS-TYL-DORMANT
           MOVE WS-TOT-REMOVED TO WS-TYL-REMOVED
           WRITE MIS-REPORT-REC FROM WS-TYPE-LINE
           DISPLAY "NEW ACCOUNTS:" WS-TOT-NEW
           DISPLAY "ACCOUNTS CLOSED:" WS-TOT-CLOSED
           DISPLAY "ACCOUNTS FLAGGED DORMANT:" WS-TOT-DORMANT.
       WRITE-ONE-TYPE-LINE.
           IF WS-TYP-PREV-COUNT (WS-TYPE-SUB) = 0
                   AND WS-TYP-CURR-COUNT (WS-TYPE-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-TYP-PREV-COUNT (WS-TYPE-SUB) TO WS-TOT-PREV-COUNT
           ADD WS-TYP-PREV-BAL (WS-TYPE-SUB) TO WS-TOT-PREV-BAL
           ADD WS-TYP-CURR-COUNT (WS-TYPE-SUB) TO WS-TOT-CURR-COUNT
           ADD WS-TYP-CURR-BAL (WS-TYPE-SUB) TO WS-TOT-CURR-BAL
           ADD WS-TYP-NEW (WS-TYPE-SUB) TO WS-TOT-NEW
           ADD WS-TYP-CLOSED (WS-TYPE-SUB) TO WS-TOT-CLOSED
           ADD WS-TYP-DORMANT (WS-TYPE-SUB) TO WS-TOT-DORMANT
           ADD WS-TYP-REMOVED (WS-TYPE-SUB) TO WS-TOT-REMOVED
           MOVE SPACES TO WS-TYPE-LINE
           MOVE WS-TYPE-CODES (WS-TYPE-SUB:1) TO WS-TYL-TYPE
           MOVE WS-TYP-PREV-COUNT (WS-TYPE-SUB) TO WS-TYL-PREV-COUNT
           MOVE WS-TYP-PREV-BAL (WS-TYPE-SUB) TO WS-TYL-PREV-BAL
           MOVE WS-TYP-CURR-COUNT (WS-TYPE-SUB) TO WS-TYL-CURR-COUNT
           MOVE WS-TYP-CURR-BAL (WS-TYPE-SUB) TO WS-TYL-CURR-BAL
           COMPUTE WS-TYL-NET-INFLOW = WS-TYP-CURR-BAL (WS-TYPE-SUB)
               - WS-TYP-PREV-BAL (WS-TYPE-SUB)
           MOVE WS-TYP-NEW (WS-TYPE-SUB) TO WS-TYL-NEW
           MOVE WS-TYP-CLOSED (WS-TYPE-SUB) TO WS-TYL-CLOSED
           MOVE WS-TYP-DORMANT (WS-TYPE-SUB) TO WS-TYL-DORMANT
           MOVE WS-TYP-REMOVED (WS-TYPE-SUB) TO WS-TYL-REMOVED
           WRITE MIS-REPORT-REC FROM WS-TYPE-LINE.
       WRITE-BAND-ANALYSIS.
           MOVE SPACES TO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE "PORTFOLIO BY BALANCE BAND" TO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "BALANCE BAND          T  PRV-CNT      "
               "PRIOR BALANCE  CUR-CNT            BALANCE"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE MIS-REPORT-REC FROM WS-RPT-MSG
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 6
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 4
                   PERFORM WRITE-ONE-BAND-LINE
               END-PERFORM
           END-PERFORM.
       WRITE-ONE-BAND-LINE.
           IF WS-BND-PREV-COUNT (WS-BAND-SUB WS-TYPE-SUB) = 0
                   AND WS-BND-CURR-COUNT (WS-BAND-SUB WS-TYPE-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BAND-LINE
           MOVE WS-BAND-NAME (WS-BAND-SUB) TO WS-BDL-BAND
           MOVE WS-TYPE-CODES (WS-TYPE-SUB:1) TO WS-BDL-TYPE
           MOVE WS-BND-PREV-COUNT (WS-BAND-SUB WS-TYPE-SUB)
               TO WS-BDL-PREV-COUNT
           MOVE WS-BND-PREV-BAL (WS-BAND-SUB WS-TYPE-SUB)
               TO WS-BDL-PREV-BAL
           MOVE WS-BND-CURR-COUNT (WS-BAND-SUB WS-TYPE-SUB)
               TO WS-BDL-CURR-COUNT
           MOVE WS-BND-CURR-BAL (WS-BAND-SUB WS-TYPE-SUB)
               TO WS-BDL-CURR-BAL
           WRITE MIS-REPORT-REC FROM WS-BAND-LINE.
