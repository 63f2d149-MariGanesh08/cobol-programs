       01 WS-ACCT-NO PIC X(10).
       01 WS-TOLERANCE PIC 9(3)V99 VALUE 0.01.
       01 WS-DIFF PIC S9(7)V99.
       01 WS-EDIT-VSAM-BAL PIC -ZZZZZZ9.99.
       01 WS-EDIT-DB2-BAL PIC -ZZZZZZ9.99.
       01 WS-EDIT-DIFF PIC ZZZZZZ9.99.
       01 WS-BRK-LINE PIC X(100).
       01 WS-TOTAL-CHECKED PIC 9(7) VALUE 0.
       01 WS-TOTAL-BREAKS PIC 9(7) VALUE 0.
               COMPUTE WS-DIFF = 0 - WS-DIFF
           END-IF
           IF WS-DIFF > WS-TOLERANCE
               MOVE BALANCE TO WS-EDIT-VSAM-BAL
               MOVE DCL-BALANCE TO WS-EDIT-DB2-BAL
               MOVE WS-DIFF TO WS-EDIT-DIFF
               MOVE SPACES TO WS-BRK-LINE
               STRING ACCT-NO " VSAM=" WS-EDIT-VSAM-BAL
                   " DB2=" WS-EDIT-DB2-BAL
                   " DIFF=" WS-EDIT-DIFF DELIMITED BY SIZE
                   INTO WS-BRK-LINE
               WRITE BREAK-REC FROM WS-BRK-LINE
               ADD 1 TO WS-TOTAL-BREAKS
           END-IF.
