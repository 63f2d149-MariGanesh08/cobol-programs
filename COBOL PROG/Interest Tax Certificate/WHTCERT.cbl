       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE-IN ASSIGN TO JRNLFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JRN-IN-FS.

           SELECT ARCHIVE-FILE-IN ASSIGN TO ARCHIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ARC-IN-FS.

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

           SELECT TAX-WORK-FILE ASSIGN TO TAXWORK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TXW-FS.

           SELECT TAX-SORTED-FILE ASSIGN TO TAXSORT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TXS-IN-FS.

           SELECT TAX-SORT-FILE ASSIGN TO TAXSRTW.

           SELECT CERT-WORK-FILE ASSIGN TO CRTWORK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CRW-FS.

           SELECT CERT-SORTED-FILE ASSIGN TO CRTSORT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CRS-FS.

           SELECT CERT-SORT-FILE ASSIGN TO CRTSRTW.

           SELECT CERT-REPORT-FILE ASSIGN TO CERTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.

           SELECT TAX-SUMMARY-FILE ASSIGN TO TAXSUMM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SUM-FS.
       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE-IN.
       01 JOURNAL-IN-REC.
          05 JIN-ACCT-NO PIC X(10).
          05 JIN-OLD-BAL PIC S9(7)V99.
          05 JIN-NEW-BAL PIC S9(7)V99.
          05 JIN-AMOUNT PIC 9(7)V99.
          05 JIN-TIMESTAMP PIC X(21).
          05 JIN-SOURCE PIC X(4).
          05 JIN-TELLER-ID PIC X(4).
          05 JIN-BRANCH-ID PIC X(4).
          05 JIN-EFF-DATE PIC 9(8).
          05 JIN-CHEQUE-NO PIC 9(8).
       FD ARCHIVE-FILE-IN.
       01 ARCHIVE-IN-REC PIC X(86).
       FD XREF-FILE.
           COPY XREFREC.
       FD CUST-FILE.
           COPY CUSTREC.
       FD TAX-WORK-FILE.
       01 TAX-WORK-REC.
          05 TXW-ACCT-NO PIC X(10).
          05 TXW-GROSS-INT PIC 9(7)V99.
          05 TXW-WHT-AMT PIC 9(7)V99.
       FD TAX-SORTED-FILE.
       01 TAX-SORTED-REC.
          05 TXD-ACCT-NO PIC X(10).
          05 TXD-GROSS-INT PIC 9(7)V99.
          05 TXD-WHT-AMT PIC 9(7)V99.
       SD TAX-SORT-FILE.
       01 TAX-SORT-REC.
          05 TSR-ACCT-NO PIC X(10).
          05 TSR-GROSS-INT PIC 9(7)V99.
          05 TSR-WHT-AMT PIC 9(7)V99.
       FD CERT-WORK-FILE.
       01 CERT-WORK-REC.
          05 CRW-CUST-NO PIC X(8).
          05 CRW-ACCT-NO PIC X(10).
          05 CRW-GROSS-INT PIC 9(9)V99.
          05 CRW-WHT-AMT PIC 9(9)V99.
       FD CERT-SORTED-FILE.
       01 CERT-SORTED-REC.
          05 CRS-CUST-NO PIC X(8).
          05 CRS-ACCT-NO PIC X(10).
          05 CRS-GROSS-INT PIC 9(9)V99.
          05 CRS-WHT-AMT PIC 9(9)V99.
       SD CERT-SORT-FILE.
       01 CERT-SORT-REC.
          05 CSR-CUST-NO PIC X(8).
          05 CSR-ACCT-NO PIC X(10).
          05 CSR-GROSS-INT PIC 9(9)V99.
          05 CSR-WHT-AMT PIC 9(9)V99.
       FD CERT-REPORT-FILE.
       01 CERT-REPORT-REC PIC X(100).
       FD TAX-SUMMARY-FILE.
       01 TAX-SUMMARY-REC.
          05 TXS-REC-TYPE PIC X(1).
             88 TXS-DETAIL VALUE "D".
             88 TXS-TRAILER VALUE "T".
          05 TXS-TAX-YEAR PIC 9(4).
          05 TXS-CUST-NO PIC X(8).
          05 TXS-CUST-NAME PIC X(30).
          05 TXS-ID-DOC PIC X(20).
          05 TXS-TAX-CATEGORY PIC X(2).
          05 TXS-GROSS-INT PIC 9(9)V99.
          05 TXS-WHT-AMT PIC 9(9)V99.
          05 TXS-NET-INT PIC 9(9)V99.
       01 TAX-SUMMARY-TRAILER.
          05 TXT-REC-TYPE PIC X(1).
          05 TXT-TAX-YEAR PIC 9(4).
          05 TXT-CUST-COUNT PIC 9(7).
          05 TXT-GROSS-INT PIC 9(11)V99.
          05 TXT-WHT-AMT PIC 9(11)V99.
          05 TXT-NET-INT PIC 9(11)V99.
          05 FILLER PIC X(47).
       WORKING-STORAGE SECTION.
       01 JRN-IN-FS PIC XX.
       01 ARC-IN-FS PIC XX.
       01 XRF-FS PIC XX.
       01 CUST-FS PIC XX.
       01 TXW-FS PIC XX.
       01 TXS-IN-FS PIC XX.
       01 CRW-FS PIC XX.
       01 CRS-FS PIC XX.
       01 RPT-FS PIC XX.
       01 SUM-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-VALUE-DATE PIC X(8).
       01 WS-PREV-ACCT-NO PIC X(10) VALUE SPACES.
       01 WS-ACCT-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-ACCT-WHT PIC 9(9)V99 VALUE 0.
       01 WS-ACCT-NET PIC S9(9)V99.
       01 WS-PREV-CUST-NO PIC X(8) VALUE SPACES.
       01 WS-CUST-FOUND-SW PIC X(1) VALUE "N".
           88 WS-CUST-FOUND VALUE "Y".
       01 WS-CUST-GROSS PIC 9(9)V99 VALUE 0.
       01 WS-CUST-WHT PIC 9(9)V99 VALUE 0.
       01 WS-CUST-NET PIC S9(9)V99.
       01 WS-CUST-ACCTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-JRN-READ PIC 9(9) VALUE 0.
       01 WS-TOTAL-ARC-READ PIC 9(9) VALUE 0.
       01 WS-TOTAL-SELECTED PIC 9(9) VALUE 0.
       01 WS-TOTAL-ACCTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CERTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-UNLINKED PIC 9(7) VALUE 0.
       01 WS-TOTAL-NO-CUST PIC 9(7) VALUE 0.
       01 WS-GRAND-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-WHT PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-NET PIC S9(11)V99.
       01 WS-CERT-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-CERT-WHT PIC 9(11)V99 VALUE 0.
       01 WS-CERT-NET PIC S9(11)V99.
       01 WS-EXCP-GROSS PIC 9(11)V99 VALUE 0.
       01 WS-EXCP-WHT PIC 9(11)V99 VALUE 0.
       01 WS-CERT-RC PIC 9(2) VALUE 0.
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 WS-RPT-ACCT-NO PIC X(10).
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RPT-GROSS PIC ZZZZZZZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RPT-WHT PIC ZZZZZZZZ9.99.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-RPT-NET PIC -ZZZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-TAG PIC X(12).
          05 FILLER PIC X(25) VALUE SPACES.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
          05 LS-TAX-YEAR PIC X(4).

       PROCEDURE DIVISION USING LS-PARM-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           IF LS-PARM-LEN > 3 AND LS-TAX-YEAR NUMERIC
               MOVE LS-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               MOVE WS-TODAY (1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.
           OPEN INPUT XREF-FILE
                INPUT CUST-FILE
                OUTPUT CERT-REPORT-FILE
                OUTPUT TAX-SUMMARY-FILE.
           IF XRF-FS NOT = "00"
               DISPLAY "ERROR IN XREF FILE OPEN:" XRF-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CUST-FS NOT = "00"
               DISPLAY "ERROR IN CUSTOMER FILE OPEN:" CUST-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SELECT-YEAR-INTEREST.
           SORT TAX-SORT-FILE
               ON ASCENDING KEY TSR-ACCT-NO
               USING TAX-WORK-FILE
               GIVING TAX-SORTED-FILE.
           PERFORM SUMMARISE-BY-ACCOUNT.
           SORT CERT-SORT-FILE
               ON ASCENDING KEY CSR-CUST-NO CSR-ACCT-NO
               USING CERT-WORK-FILE
               GIVING CERT-SORTED-FILE.
           PERFORM PRINT-CERTIFICATES.
           CLOSE XREF-FILE CUST-FILE CERT-REPORT-FILE
                 TAX-SUMMARY-FILE.
           MOVE WS-CERT-RC TO RETURN-CODE.
           GOBACK.
       SELECT-YEAR-INTEREST.
           OPEN INPUT JOURNAL-FILE-IN
                OUTPUT TAX-WORK-FILE
           IF JRN-IN-FS NOT = "00"
               DISPLAY "JOURNAL FILE NOT AVAILABLE - RUN ABORTED"
               CLOSE TAX-WORK-FILE XREF-FILE CUST-FILE
                     CERT-REPORT-FILE TAX-SUMMARY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL JRN-IN-FS = "10"
               READ JOURNAL-FILE-IN
                   AT END
                       MOVE "10" TO JRN-IN-FS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-JRN-READ
                       PERFORM SELECT-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE-IN
           OPEN INPUT ARCHIVE-FILE-IN
           IF ARC-IN-FS NOT = "00"
               DISPLAY "NO ARCHIVED JOURNALS - CURRENT JOURNAL ONLY"
           ELSE
               PERFORM UNTIL ARC-IN-FS = "10"
                   READ ARCHIVE-FILE-IN
                       AT END
                           MOVE "10" TO ARC-IN-FS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ARC-READ
                           MOVE ARCHIVE-IN-REC TO JOURNAL-IN-REC
                           PERFORM SELECT-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE-IN
           END-IF
           CLOSE TAX-WORK-FILE.
       SELECT-ONE-POSTING.
           IF JIN-ACCT-NO (1:8) = "ARCHCTL "
               EXIT PARAGRAPH
           END-IF
           IF JIN-SOURCE NOT = "INT " AND JIN-SOURCE NOT = "WHT "
               EXIT PARAGRAPH
           END-IF
           IF JIN-EFF-DATE NUMERIC AND JIN-EFF-DATE > 0
               MOVE JIN-EFF-DATE TO WS-VALUE-DATE
           ELSE
               MOVE JIN-TIMESTAMP (1:8) TO WS-VALUE-DATE
           END-IF
           IF WS-VALUE-DATE NOT NUMERIC
                   OR WS-VALUE-DATE (1:4) NOT = WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-SELECTED
           MOVE JIN-ACCT-NO TO TXW-ACCT-NO
           MOVE 0 TO TXW-GROSS-INT
           MOVE 0 TO TXW-WHT-AMT
           IF JIN-SOURCE = "INT "
               MOVE JIN-AMOUNT TO TXW-GROSS-INT
           ELSE
               MOVE JIN-AMOUNT TO TXW-WHT-AMT
           END-IF
           WRITE TAX-WORK-REC.
       SUMMARISE-BY-ACCOUNT.
           OPEN INPUT TAX-SORTED-FILE
                OUTPUT CERT-WORK-FILE
           PERFORM UNTIL TXS-IN-FS = "10"
               READ TAX-SORTED-FILE
                   AT END
                       MOVE "10" TO TXS-IN-FS
                   NOT AT END
                       PERFORM ADD-ONE-ACCOUNT-POSTING
               END-READ
           END-PERFORM
           IF WS-PREV-ACCT-NO NOT = SPACES
               PERFORM WRITE-ACCOUNT-TOTAL
           END-IF
           CLOSE TAX-SORTED-FILE CERT-WORK-FILE.
       ADD-ONE-ACCOUNT-POSTING.
           IF TXD-ACCT-NO NOT = WS-PREV-ACCT-NO
               IF WS-PREV-ACCT-NO NOT = SPACES
                   PERFORM WRITE-ACCOUNT-TOTAL
               END-IF
               MOVE TXD-ACCT-NO TO WS-PREV-ACCT-NO
           END-IF
           ADD TXD-GROSS-INT TO WS-ACCT-GROSS
           ADD TXD-WHT-AMT TO WS-ACCT-WHT.
       WRITE-ACCOUNT-TOTAL.
           ADD 1 TO WS-TOTAL-ACCTS
           MOVE WS-PREV-ACCT-NO TO CRW-ACCT-NO
           MOVE WS-ACCT-GROSS TO CRW-GROSS-INT
           MOVE WS-ACCT-WHT TO CRW-WHT-AMT
           MOVE WS-PREV-ACCT-NO TO XRF-ACCT-NO
           READ XREF-FILE KEY IS XRF-ACCT-NO
               INVALID KEY
                   MOVE HIGH-VALUES TO XRF-CUST-NO
           END-READ
           MOVE XRF-CUST-NO TO CRW-CUST-NO
           WRITE CERT-WORK-REC
           ADD WS-ACCT-GROSS TO WS-GRAND-GROSS
           ADD WS-ACCT-WHT TO WS-GRAND-WHT
           MOVE 0 TO WS-ACCT-GROSS
           MOVE 0 TO WS-ACCT-WHT.
       PRINT-CERTIFICATES.
           MOVE SPACES TO WS-RPT-MSG
           STRING "INTEREST TAX CERTIFICATES FOR TAX YEAR "
               WS-TAX-YEAR " AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           OPEN INPUT CERT-SORTED-FILE
           PERFORM UNTIL CRS-FS = "10"
               READ CERT-SORTED-FILE
                   AT END
                       MOVE "10" TO CRS-FS
                   NOT AT END
                       PERFORM PRINT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-PREV-CUST-NO NOT = SPACES
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF
           CLOSE CERT-SORTED-FILE
           PERFORM WRITE-SUMMARY-TRAILER
           PERFORM WRITE-REPORT-SUMMARY.
       PRINT-ONE-ACCOUNT.
           IF CRS-CUST-NO NOT = WS-PREV-CUST-NO
               IF WS-PREV-CUST-NO NOT = SPACES
                   PERFORM WRITE-CUSTOMER-TOTAL
               END-IF
               MOVE CRS-CUST-NO TO WS-PREV-CUST-NO
               PERFORM WRITE-CERTIFICATE-HEADER
           END-IF
           COMPUTE WS-ACCT-NET = CRS-GROSS-INT - CRS-WHT-AMT
           MOVE SPACES TO WS-RPT-LINE
           MOVE CRS-ACCT-NO TO WS-RPT-ACCT-NO
           MOVE CRS-GROSS-INT TO WS-RPT-GROSS
           MOVE CRS-WHT-AMT TO WS-RPT-WHT
           MOVE WS-ACCT-NET TO WS-RPT-NET
           WRITE CERT-REPORT-REC FROM WS-RPT-LINE
           ADD 1 TO WS-CUST-ACCTS
           ADD CRS-GROSS-INT TO WS-CUST-GROSS
           ADD CRS-WHT-AMT TO WS-CUST-WHT.
       WRITE-CERTIFICATE-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           MOVE "N" TO WS-CUST-FOUND-SW
           IF CRS-CUST-NO = HIGH-VALUES
               STRING "ACCOUNTS WITH NO CUSTOMER LINK - "
                   "NOT CERTIFIED"
                   DELIMITED BY SIZE INTO WS-RPT-MSG
               WRITE CERT-REPORT-REC FROM WS-RPT-MSG
               PERFORM WRITE-COLUMN-HEADING
               EXIT PARAGRAPH
           END-IF
           MOVE CRS-CUST-NO TO CUST-NO
           READ CUST-FILE KEY IS CUST-NO
               INVALID KEY
                   STRING "CUSTOMER " CRS-CUST-NO
                       " NOT ON CUSTOMER FILE - NOT CERTIFIED"
                       DELIMITED BY SIZE INTO WS-RPT-MSG
                   WRITE CERT-REPORT-REC FROM WS-RPT-MSG
                   PERFORM WRITE-COLUMN-HEADING
                   EXIT PARAGRAPH
           END-READ
           SET WS-CUST-FOUND TO TRUE
           STRING "CERTIFICATE OF INTEREST PAID AND TAX WITHHELD"
               " - TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "CUSTOMER " CUST-NO "  " CUST-FULL-NAME
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "ADDRESS  " CUST-ADDRESS
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "ID DOC   " CUST-ID-DOC
               "  TAX CATEGORY " CUST-TAX-CATEGORY
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           PERFORM WRITE-COLUMN-HEADING.
       WRITE-COLUMN-HEADING.
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNT         GROSS INTEREST    TAX WITHHELD"
               "     NET INTEREST"
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG.
       WRITE-CUSTOMER-TOTAL.
           COMPUTE WS-CUST-NET = WS-CUST-GROSS - WS-CUST-WHT
           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL" TO WS-RPT-ACCT-NO
           MOVE WS-CUST-GROSS TO WS-RPT-GROSS
           MOVE WS-CUST-WHT TO WS-RPT-WHT
           MOVE WS-CUST-NET TO WS-RPT-NET
           IF WS-CUST-FOUND
               ADD 1 TO WS-TOTAL-CERTS
               ADD WS-CUST-GROSS TO WS-CERT-GROSS
               ADD WS-CUST-WHT TO WS-CERT-WHT
               PERFORM WRITE-SUMMARY-DETAIL
           ELSE
               IF WS-PREV-CUST-NO = HIGH-VALUES
                   ADD WS-CUST-ACCTS TO WS-TOTAL-UNLINKED
                   MOVE "UNLINKED" TO WS-RPT-TAG
               ELSE
                   ADD 1 TO WS-TOTAL-NO-CUST
                   MOVE "NO CUSTOMER" TO WS-RPT-TAG
               END-IF
               ADD WS-CUST-GROSS TO WS-EXCP-GROSS
               ADD WS-CUST-WHT TO WS-EXCP-WHT
               MOVE 4 TO WS-CERT-RC
           END-IF
           WRITE CERT-REPORT-REC FROM WS-RPT-LINE
           MOVE 0 TO WS-CUST-ACCTS
           MOVE 0 TO WS-CUST-GROSS
           MOVE 0 TO WS-CUST-WHT.
       WRITE-SUMMARY-DETAIL.
           MOVE SPACES TO TAX-SUMMARY-REC
           SET TXS-DETAIL TO TRUE
           MOVE WS-TAX-YEAR TO TXS-TAX-YEAR
           MOVE CUST-NO TO TXS-CUST-NO
           MOVE CUST-FULL-NAME TO TXS-CUST-NAME
           MOVE CUST-ID-DOC TO TXS-ID-DOC
           MOVE CUST-TAX-CATEGORY TO TXS-TAX-CATEGORY
           MOVE WS-CUST-GROSS TO TXS-GROSS-INT
           MOVE WS-CUST-WHT TO TXS-WHT-AMT
           MOVE WS-CUST-NET TO TXS-NET-INT
           WRITE TAX-SUMMARY-REC.
       WRITE-SUMMARY-TRAILER.
           COMPUTE WS-CERT-NET = WS-CERT-GROSS - WS-CERT-WHT
           MOVE SPACES TO TAX-SUMMARY-TRAILER
           MOVE "T" TO TXT-REC-TYPE
           MOVE WS-TAX-YEAR TO TXT-TAX-YEAR
           MOVE WS-TOTAL-CERTS TO TXT-CUST-COUNT
           MOVE WS-CERT-GROSS TO TXT-GROSS-INT
           MOVE WS-CERT-WHT TO TXT-WHT-AMT
           MOVE WS-CERT-NET TO TXT-NET-INT
           WRITE TAX-SUMMARY-TRAILER.
       WRITE-REPORT-SUMMARY.
           COMPUTE WS-GRAND-NET = WS-GRAND-GROSS - WS-GRAND-WHT
           MOVE SPACES TO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           STRING "JOURNAL READ=" WS-TOTAL-JRN-READ
               " ARCHIVE READ=" WS-TOTAL-ARC-READ
               " POSTINGS SELECTED=" WS-TOTAL-SELECTED
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "ACCOUNTS=" WS-TOTAL-ACCTS
               " CERTIFICATES=" WS-TOTAL-CERTS
               " UNLINKED ACCOUNTS=" WS-TOTAL-UNLINKED
               " CUSTOMERS NOT FOUND=" WS-TOTAL-NO-CUST
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "TOTAL GROSS=" WS-GRAND-GROSS
               " WHT=" WS-GRAND-WHT
               " NET=" WS-GRAND-NET
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           MOVE SPACES TO WS-RPT-MSG
           STRING "CERTIFIED GROSS=" WS-CERT-GROSS
               " WHT=" WS-CERT-WHT
               " NOT CERTIFIED GROSS=" WS-EXCP-GROSS
               " WHT=" WS-EXCP-WHT
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE CERT-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "INTEREST CERTIFICATES PRINTED:" WS-TOTAL-CERTS
           DISPLAY "ACCOUNTS NOT CERTIFIED:" WS-TOTAL-UNLINKED
           DISPLAY "CUSTOMERS NOT ON FILE:" WS-TOTAL-NO-CUST
           DISPLAY "TOTAL GROSS INTEREST:" WS-GRAND-GROSS
           DISPLAY "TOTAL TAX WITHHELD:" WS-GRAND-WHT.
