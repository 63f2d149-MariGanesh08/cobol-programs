       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGAUD.
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

           SELECT SORD-FILE ASSIGN TO SORDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ORDER-NO
           FILE STATUS IS SORD-FS.

           SELECT LINK-WORK-FILE ASSIGN TO IALWORK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LKW-FS.

           SELECT LINK-SORTED-FILE ASSIGN TO IALSORT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LKS-FS.

           SELECT LINK-SORT-FILE ASSIGN TO IALSRTW.

           SELECT EXCP-WORK-FILE ASSIGN TO IAEWORK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EXW-FS.

           SELECT EXCEPTION-FILE ASSIGN TO INTGEXC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EXC-FS.

           SELECT EXCP-SORT-FILE ASSIGN TO IAESRTW.

           SELECT AUDIT-REPORT-FILE ASSIGN TO INTGRPT
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
       FD SORD-FILE.
           COPY STORDREC.
       FD LINK-WORK-FILE.
       01 LINK-WORK-REC.
          05 LKW-CUST-NO PIC X(8).
          05 LKW-ACCT-NO PIC X(10).
       FD LINK-SORTED-FILE.
       01 LINK-SORTED-REC.
          05 LKS-CUST-NO PIC X(8).
          05 LKS-ACCT-NO PIC X(10).
       SD LINK-SORT-FILE.
       01 LINK-SORT-REC.
          05 LSR-CUST-NO PIC X(8).
          05 LSR-ACCT-NO PIC X(10).
       FD EXCP-WORK-FILE.
       01 EXCP-WORK-REC.
          05 EXW-RULE-CODE PIC X(3).
          05 EXW-SEVERITY PIC X(1).
          05 EXW-FILE-NAME PIC X(8).
          05 EXW-RECORD-KEY PIC X(14).
          05 EXW-RELATED-KEY PIC X(10).
          05 EXW-AMOUNT PIC S9(9)V99.
          05 EXW-DETAIL PIC X(30).
          05 FILLER PIC X(3).
       FD EXCEPTION-FILE.
       01 EXCEPTION-REC.
          05 EXC-RULE-CODE PIC X(3).
          05 EXC-SEVERITY PIC X(1).
             88 EXC-SEVERE VALUE "S".
             88 EXC-WARNING VALUE "W".
          05 EXC-FILE-NAME PIC X(8).
          05 EXC-RECORD-KEY PIC X(14).
          05 EXC-RELATED-KEY PIC X(10).
          05 EXC-AMOUNT PIC S9(9)V99.
          05 EXC-DETAIL PIC X(30).
          05 FILLER PIC X(3).
       SD EXCP-SORT-FILE.
       01 EXCP-SORT-REC.
          05 ESR-RULE-CODE PIC X(3).
          05 ESR-SEVERITY PIC X(1).
          05 ESR-FILE-NAME PIC X(8).
          05 ESR-RECORD-KEY PIC X(14).
          05 ESR-RELATED-KEY PIC X(10).
          05 ESR-AMOUNT PIC S9(9)V99.
          05 ESR-DETAIL PIC X(30).
          05 FILLER PIC X(3).
       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
       01 ACCT-FS PIC XX.
       01 XRF-FS PIC XX.
       01 CUST-FS PIC XX.
       01 HLD-FS PIC XX.
       01 SORD-FS PIC XX.
       01 LKW-FS PIC XX.
       01 LKS-FS PIC XX.
       01 EXW-FS PIC XX.
       01 EXC-FS PIC XX.
       01 RPT-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-AUDIT-RC PIC 9(4) VALUE 0.
       01 WS-RULE-SUB PIC 9(1).
       01 WS-LINK-KEY PIC X(8).
       01 WS-CHECK-ACCT-NO PIC X(10).
       01 WS-ACCT-FOUND-SW PIC X(1) VALUE "N".
           88 WS-ACCT-FOUND VALUE "Y".
       01 WS-ACCT-CLOSED-SW PIC X(1) VALUE "N".
           88 WS-ACCT-IS-CLOSED VALUE "Y".
       01 WS-CURR-RULE PIC X(3) VALUE SPACES.
       01 WS-TOTAL-ACCTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-XREFS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CUSTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-HOLDS PIC 9(7) VALUE 0.
       01 WS-TOTAL-ORDERS PIC 9(7) VALUE 0.
       01 WS-TOTAL-SEVERE PIC 9(7) VALUE 0.
       01 WS-TOTAL-WARNING PIC 9(7) VALUE 0.
       01 WS-EXC-DATA.
          05 WS-EXC-RULE-CODE PIC X(3).
          05 WS-EXC-SEVERITY PIC X(1).
          05 WS-EXC-FILE-NAME PIC X(8).
          05 WS-EXC-RECORD-KEY PIC X(14).
          05 WS-EXC-RELATED-KEY PIC X(10).
          05 WS-EXC-AMOUNT PIC S9(9)V99.
          05 WS-EXC-DETAIL PIC X(30).
          05 FILLER PIC X(3).
       01 WS-RULE-DEFS.
          05 FILLER PIC X(44)
                 VALUE "R01SXREF ROW FOR ACCOUNT NOT ON MASTER".
          05 FILLER PIC X(44)
                 VALUE "R02WCUSTOMER WITH NO LINKED ACCOUNTS".
          05 FILLER PIC X(44)
                 VALUE "R03WACCOUNT WITH NO OWNING CUSTOMER".
          05 FILLER PIC X(44)
                 VALUE "R04WACTIVE HOLD ON CLOSED OR MISSING ACCOUNT".
          05 FILLER PIC X(44)
                 VALUE "R05WACTIVE ORDER ON CLOSED OR MISSING ACCT".
          05 FILLER PIC X(44)
                 VALUE "R06SCLOSED ACCOUNT WITH NON-ZERO BALANCE".
       01 WS-RULE-TABLE REDEFINES WS-RULE-DEFS.
          05 WS-RULE-ENTRY OCCURS 6 TIMES.
             10 WS-RULE-CODE PIC X(3).
             10 WS-RULE-SEVERITY PIC X(1).
             10 WS-RULE-DESC PIC X(40).
       01 WS-RULE-COUNTS.
          05 WS-RULE-COUNT PIC 9(7) OCCURS 6 TIMES.
       01 WS-SEVERITY-TEXT PIC X(7).
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-FILE-NAME PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-RECORD-KEY PIC X(14).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-RELATED-KEY PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-DETAIL PIC X(30).
          05 FILLER PIC X(13) VALUE SPACES.
       01 WS-SUM-LINE.
          05 WS-SUM-RULE-CODE PIC X(3).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SUM-SEVERITY PIC X(7).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SUM-DESC PIC X(40).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SUM-COUNT PIC Z(6)9.
          05 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           INITIALIZE WS-RULE-COUNTS.
           OPEN INPUT ACCTFILE XREF-FILE CUST-FILE HOLD-FILE SORD-FILE
                OUTPUT AUDIT-REPORT-FILE.
           IF ACCT-FS NOT = "00" OR XRF-FS NOT = "00"
                   OR CUST-FS NOT = "00" OR HLD-FS NOT = "00"
                   OR SORD-FS NOT = "00"
               DISPLAY "ERROR IN VSAM FILE OPEN"
               CLOSE AUDIT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCP-WORK-FILE.
           PERFORM AUDIT-ACCOUNTS.
           PERFORM AUDIT-XREF.
           SORT LINK-SORT-FILE
               ON ASCENDING KEY LSR-CUST-NO LSR-ACCT-NO
               USING LINK-WORK-FILE
               GIVING LINK-SORTED-FILE.
           PERFORM AUDIT-CUSTOMERS.
           PERFORM AUDIT-HOLDS.
           PERFORM AUDIT-ORDERS.
           CLOSE EXCP-WORK-FILE.
           SORT EXCP-SORT-FILE
               ON ASCENDING KEY ESR-RULE-CODE ESR-RECORD-KEY
               USING EXCP-WORK-FILE
               GIVING EXCEPTION-FILE.
           PERFORM WRITE-AUDIT-REPORT.
           CLOSE ACCTFILE XREF-FILE CUST-FILE HOLD-FILE SORD-FILE
                 AUDIT-REPORT-FILE.
           DISPLAY "ACCOUNTS READ:" WS-TOTAL-ACCTS
           DISPLAY "XREF ROWS READ:" WS-TOTAL-XREFS
           DISPLAY "CUSTOMERS READ:" WS-TOTAL-CUSTS
           DISPLAY "ACTIVE HOLDS READ:" WS-TOTAL-HOLDS
           DISPLAY "ACTIVE ORDERS READ:" WS-TOTAL-ORDERS
           DISPLAY "SEVERE EXCEPTIONS:" WS-TOTAL-SEVERE
           DISPLAY "WARNING EXCEPTIONS:" WS-TOTAL-WARNING
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           GOBACK.
       AUDIT-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-NO
           START ACCTFILE KEY NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE "10" TO ACCT-FS
           END-START
           PERFORM UNTIL ACCT-FS = "10"
               READ ACCTFILE NEXT RECORD
                   AT END
                       MOVE "10" TO ACCT-FS
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-ACCTS
           IF ACCT-STATUS-CLOSED AND BALANCE NOT = 0
               MOVE 6 TO WS-RULE-SUB
               MOVE "ACCTKSDS" TO WS-EXC-FILE-NAME
               MOVE ACCT-NO TO WS-EXC-RECORD-KEY
               MOVE SPACES TO WS-EXC-RELATED-KEY
               MOVE BALANCE TO WS-EXC-AMOUNT
               MOVE "CLOSED WITH BALANCE" TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE ACCT-NO TO XRF-ACCT-NO
           READ XREF-FILE KEY IS XRF-ACCT-NO
               INVALID KEY
                   MOVE 3 TO WS-RULE-SUB
                   MOVE "ACCTKSDS" TO WS-EXC-FILE-NAME
                   MOVE ACCT-NO TO WS-EXC-RECORD-KEY
                   MOVE SPACES TO WS-EXC-RELATED-KEY
                   MOVE BALANCE TO WS-EXC-AMOUNT
                   MOVE "NO XREF ROW" TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           MOVE XRF-CUST-NO TO CUST-NO
           READ CUST-FILE KEY IS CUST-NO
               INVALID KEY
                   MOVE 3 TO WS-RULE-SUB
                   MOVE "ACCTKSDS" TO WS-EXC-FILE-NAME
                   MOVE ACCT-NO TO WS-EXC-RECORD-KEY
                   MOVE XRF-CUST-NO TO WS-EXC-RELATED-KEY
                   MOVE BALANCE TO WS-EXC-AMOUNT
                   MOVE "OWNER NOT ON CUSTOMER FILE" TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
           END-READ.
       AUDIT-XREF.
           OPEN OUTPUT LINK-WORK-FILE
           MOVE LOW-VALUES TO XRF-ACCT-NO
           START XREF-FILE KEY NOT LESS THAN XRF-ACCT-NO
               INVALID KEY
                   MOVE "10" TO XRF-FS
           END-START
           PERFORM UNTIL XRF-FS = "10"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO XRF-FS
                   NOT AT END
                       PERFORM CHECK-ONE-XREF
               END-READ
           END-PERFORM
           CLOSE LINK-WORK-FILE.
       CHECK-ONE-XREF.
           ADD 1 TO WS-TOTAL-XREFS
           MOVE XRF-ACCT-NO TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   MOVE 1 TO WS-RULE-SUB
                   MOVE "XREFKSDS" TO WS-EXC-FILE-NAME
                   MOVE XRF-ACCT-NO TO WS-EXC-RECORD-KEY
                   MOVE XRF-CUST-NO TO WS-EXC-RELATED-KEY
                   MOVE 0 TO WS-EXC-AMOUNT
                   MOVE "ACCOUNT NOT ON MASTER FILE" TO WS-EXC-DETAIL
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ
           MOVE XRF-CUST-NO TO LKW-CUST-NO
           MOVE XRF-ACCT-NO TO LKW-ACCT-NO
           WRITE LINK-WORK-REC.
       AUDIT-CUSTOMERS.
           OPEN INPUT LINK-SORTED-FILE
           PERFORM READ-LINK-SORTED
           MOVE LOW-VALUES TO CUST-NO
           START CUST-FILE KEY NOT LESS THAN CUST-NO
               INVALID KEY
                   MOVE "10" TO CUST-FS
           END-START
           PERFORM UNTIL CUST-FS = "10"
               READ CUST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CUST-FS
                   NOT AT END
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE LINK-SORTED-FILE.
       READ-LINK-SORTED.
           READ LINK-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-LINK-KEY
               NOT AT END
                   MOVE LKS-CUST-NO TO WS-LINK-KEY
           END-READ.
       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-TOTAL-CUSTS
           PERFORM UNTIL WS-LINK-KEY NOT < CUST-NO
               PERFORM READ-LINK-SORTED
           END-PERFORM
           IF WS-LINK-KEY = CUST-NO
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-RULE-SUB
           MOVE "CUSTKSDS" TO WS-EXC-FILE-NAME
           MOVE CUST-NO TO WS-EXC-RECORD-KEY
           MOVE SPACES TO WS-EXC-RELATED-KEY
           MOVE 0 TO WS-EXC-AMOUNT
           MOVE "NO ACCOUNTS LINKED" TO WS-EXC-DETAIL
           PERFORM WRITE-EXCEPTION.
       AUDIT-HOLDS.
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
           IF HLD-EXPIRY-DATE NOT = 0 AND HLD-EXPIRY-DATE < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-HOLDS
           MOVE HLD-ACCT-NO TO WS-CHECK-ACCT-NO
           PERFORM LOOK-UP-ACCOUNT
           IF WS-ACCT-FOUND AND NOT WS-ACCT-IS-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-RULE-SUB
           MOVE "HOLDKSDS" TO WS-EXC-FILE-NAME
           MOVE HOLD-KEY TO WS-EXC-RECORD-KEY
           MOVE HLD-REASON TO WS-EXC-RELATED-KEY
           MOVE HLD-AMOUNT TO WS-EXC-AMOUNT
           IF WS-ACCT-FOUND
               MOVE "ACCOUNT CLOSED" TO WS-EXC-DETAIL
           ELSE
               MOVE "ACCOUNT NOT ON MASTER FILE" TO WS-EXC-DETAIL
           END-IF
           PERFORM WRITE-EXCEPTION.
       AUDIT-ORDERS.
           MOVE LOW-VALUES TO SO-ORDER-NO
           START SORD-FILE KEY NOT LESS THAN SO-ORDER-NO
               INVALID KEY
                   MOVE "10" TO SORD-FS
           END-START
           PERFORM UNTIL SORD-FS = "10"
               READ SORD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO SORD-FS
                   NOT AT END
                       PERFORM CHECK-ONE-ORDER
               END-READ
           END-PERFORM.
       CHECK-ONE-ORDER.
           IF NOT SO-STATUS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-ORDERS
           MOVE SO-ACCT-NO TO WS-CHECK-ACCT-NO
           PERFORM LOOK-UP-ACCOUNT
           IF NOT WS-ACCT-FOUND OR WS-ACCT-IS-CLOSED
               MOVE SO-ACCT-NO TO WS-EXC-RELATED-KEY
               IF WS-ACCT-FOUND
                   MOVE "DEBIT ACCOUNT CLOSED" TO WS-EXC-DETAIL
               ELSE
                   MOVE "DEBIT ACCOUNT NOT ON MASTER" TO WS-EXC-DETAIL
               END-IF
               PERFORM WRITE-ORDER-EXCEPTION
           END-IF
           MOVE SO-TO-ACCT-NO TO WS-CHECK-ACCT-NO
           PERFORM LOOK-UP-ACCOUNT
           IF NOT WS-ACCT-FOUND OR WS-ACCT-IS-CLOSED
               MOVE SO-TO-ACCT-NO TO WS-EXC-RELATED-KEY
               IF WS-ACCT-FOUND
                   MOVE "CREDIT ACCOUNT CLOSED" TO WS-EXC-DETAIL
               ELSE
                   MOVE "CREDIT ACCOUNT NOT ON MASTER" TO WS-EXC-DETAIL
               END-IF
               PERFORM WRITE-ORDER-EXCEPTION
           END-IF.
       WRITE-ORDER-EXCEPTION.
           MOVE 5 TO WS-RULE-SUB
           MOVE "SORDKSDS" TO WS-EXC-FILE-NAME
           MOVE SO-ORDER-NO TO WS-EXC-RECORD-KEY
           MOVE SO-AMOUNT TO WS-EXC-AMOUNT
           PERFORM WRITE-EXCEPTION.
       LOOK-UP-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SW
           MOVE "N" TO WS-ACCT-CLOSED-SW
           MOVE WS-CHECK-ACCT-NO TO ACCT-NO
           READ ACCTFILE KEY IS ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SET WS-ACCT-FOUND TO TRUE
           IF ACCT-STATUS-CLOSED
               SET WS-ACCT-IS-CLOSED TO TRUE
           END-IF.
       WRITE-EXCEPTION.
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-EXC-RULE-CODE
           MOVE WS-RULE-SEVERITY (WS-RULE-SUB) TO WS-EXC-SEVERITY
           ADD 1 TO WS-RULE-COUNT (WS-RULE-SUB)
           IF WS-EXC-SEVERITY = "S"
               ADD 1 TO WS-TOTAL-SEVERE
               MOVE 8 TO WS-AUDIT-RC
           ELSE
               ADD 1 TO WS-TOTAL-WARNING
               IF WS-AUDIT-RC < 4
                   MOVE 4 TO WS-AUDIT-RC
               END-IF
           END-IF
           WRITE EXCP-WORK-REC FROM WS-EXC-DATA.
       WRITE-AUDIT-REPORT.
           MOVE SPACES TO WS-RPT-MSG
           STRING "REFERENTIAL INTEGRITY AUDIT AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           OPEN INPUT EXCEPTION-FILE
           PERFORM UNTIL EXC-FS = "10"
               READ EXCEPTION-FILE
                   AT END
                       MOVE "10" TO EXC-FS
                   NOT AT END
                       PERFORM PRINT-ONE-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           MOVE SPACES TO WS-RPT-MSG
           WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           MOVE "SUMMARY BY RULE" TO WS-RPT-MSG
           WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "RULE SEVERITY DESCRIPTION                 "
               "           EXCEPTIONS"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 6
               MOVE SPACES TO WS-SUM-LINE
               MOVE WS-RULE-CODE (WS-RULE-SUB) TO WS-SUM-RULE-CODE
               PERFORM SET-SEVERITY-TEXT
               MOVE WS-SEVERITY-TEXT TO WS-SUM-SEVERITY
               MOVE WS-RULE-DESC (WS-RULE-SUB) TO WS-SUM-DESC
               MOVE WS-RULE-COUNT (WS-RULE-SUB) TO WS-SUM-COUNT
               WRITE AUDIT-REPORT-REC FROM WS-SUM-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNTS=" WS-TOTAL-ACCTS
               " XREF ROWS=" WS-TOTAL-XREFS
               " CUSTOMERS=" WS-TOTAL-CUSTS
               " ACTIVE HOLDS=" WS-TOTAL-HOLDS
               " ACTIVE ORDERS=" WS-TOTAL-ORDERS
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "SEVERE=" WS-TOTAL-SEVERE
               " WARNING=" WS-TOTAL-WARNING
               " RETURN CODE=" WS-AUDIT-RC
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           IF WS-TOTAL-SEVERE > 0
               MOVE "*** SEVERE INTEGRITY BREAKS FOUND ***"
                   TO WS-RPT-MSG
               WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           END-IF.
       PRINT-ONE-EXCEPTION.
           IF EXC-RULE-CODE NOT = WS-CURR-RULE
               MOVE EXC-RULE-CODE TO WS-CURR-RULE
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > 6
                       OR WS-RULE-CODE (WS-RULE-SUB) = EXC-RULE-CODE
                   CONTINUE
               END-PERFORM
               PERFORM SET-SEVERITY-TEXT
               MOVE SPACES TO WS-RPT-MSG
               WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
               STRING "RULE " EXC-RULE-CODE " " WS-SEVERITY-TEXT " "
                   WS-RULE-DESC (WS-RULE-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
               MOVE SPACES TO WS-RPT-MSG
               STRING "  FILE      RECORD KEY      RELATED"
                   "              AMOUNT  DETAIL"
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               WRITE AUDIT-REPORT-REC FROM WS-RPT-MSG
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE EXC-FILE-NAME TO WS-RPT-FILE-NAME
           MOVE EXC-RECORD-KEY TO WS-RPT-RECORD-KEY
           MOVE EXC-RELATED-KEY TO WS-RPT-RELATED-KEY
           MOVE EXC-AMOUNT TO WS-RPT-AMOUNT
           MOVE EXC-DETAIL TO WS-RPT-DETAIL
           WRITE AUDIT-REPORT-REC FROM WS-RPT-LINE.
       SET-SEVERITY-TEXT.
           IF WS-RULE-SEVERITY (WS-RULE-SUB) = "S"
               MOVE "SEVERE" TO WS-SEVERITY-TEXT
           ELSE
               MOVE "WARNING" TO WS-SEVERITY-TEXT
           END-IF.
