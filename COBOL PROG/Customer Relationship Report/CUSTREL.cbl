          05 RLW-ACCT-NO PIC X(10).
          05 RLW-ACCT-TYPE PIC X(1).
          05 RLW-ACCT-STATUS PIC X(1).
          05 RLW-BALANCE PIC S9(7)V99.
          05 RLW-TAG PIC X(12).
       FD REL-SORTED-FILE.
       01 REL-SORTED-REC.
          05 RLS-ACCT-NO PIC X(10).
          05 RLS-ACCT-TYPE PIC X(1).
          05 RLS-ACCT-STATUS PIC X(1).
          05 RLS-BALANCE PIC S9(7)V99.
          05 RLS-TAG PIC X(12).
       SD REL-SORT-FILE.
       01 REL-SORT-REC.
          05 RSR-ACCT-NO PIC X(10).
          05 RSR-ACCT-TYPE PIC X(1).
          05 RSR-ACCT-STATUS PIC X(1).
          05 RSR-BALANCE PIC S9(7)V99.
          05 RSR-TAG PIC X(12).
       FD REL-REPORT-FILE.
       01 REL-REPORT-REC PIC X(100).
       01 WS-TODAY PIC 9(8).
       01 WS-PREV-CUST-NO PIC X(8) VALUE SPACES.
       01 WS-CUST-ACCTS PIC 9(5) VALUE 0.
       01 WS-CUST-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-LINKS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CUSTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-ORPHANS PIC 9(7) VALUE 0.
       01 WS-GRAND-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-EDIT-CUST-BAL PIC -ZZZZZZZZ9.99.
       01 WS-EDIT-GRAND-BAL PIC -ZZZZZZZZZZ9.99.
       01 WS-RPT-MSG PIC X(100).
       01 WS-RPT-LINE.
          05 WS-RPT-CUST-NO PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-ACCT-STATUS PIC X(1).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-BALANCE PIC -ZZZZZZ9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-RPT-TAG PIC X(12).
          05 FILLER PIC X(15) VALUE SPACES.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           OPEN INPUT CUST-FILE
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF
           CLOSE REL-SORTED-FILE
           MOVE WS-GRAND-BALANCE TO WS-EDIT-GRAND-BAL
           MOVE SPACES TO WS-RPT-MSG
           STRING "CUSTOMERS=" WS-TOTAL-CUSTS
               " LINKS=" WS-TOTAL-LINKS
               " ORPHAN LINKS=" WS-TOTAL-ORPHANS
               " TOTAL BALANCE=" WS-EDIT-GRAND-BAL
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE REL-REPORT-REC FROM WS-RPT-MSG
           DISPLAY "CUSTOMERS REPORTED:" WS-TOTAL-CUSTS
           ADD RLS-BALANCE TO WS-CUST-BALANCE
           ADD RLS-BALANCE TO WS-GRAND-BALANCE.
       WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUST-BALANCE TO WS-EDIT-CUST-BAL
           MOVE SPACES TO WS-RPT-MSG
           STRING "CUSTOMER " WS-PREV-CUST-NO
               " ACCOUNTS=" WS-CUST-ACCTS
               " TOTAL BALANCE=" WS-EDIT-CUST-BAL
               DELIMITED BY SIZE INTO WS-RPT-MSG
           WRITE REL-REPORT-REC FROM WS-RPT-MSG
           MOVE 0 TO WS-CUST-ACCTS
