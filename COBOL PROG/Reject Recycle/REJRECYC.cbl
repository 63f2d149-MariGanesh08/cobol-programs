                88 CAR-DISP-CARRIED VALUE "K".
       01 WS-REASON-SUB PIC 9(2).
       01 WS-REASON-STATS.
          05 WS-REASON-ENTRY OCCURS 9 TIMES.
             10 WS-RSN-CODE PIC X(4).
             10 WS-RSN-COUNT PIC 9(5).
             10 WS-RSN-OLDEST PIC 9(5).
           MOVE "TYPX" TO WS-RSN-CODE (6)
           MOVE "CLSD" TO WS-RSN-CODE (7)
           MOVE "HELD" TO WS-RSN-CODE (8)
           MOVE "TDEP" TO WS-RSN-CODE (9)
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 9
               MOVE 0 TO WS-RSN-COUNT (WS-REASON-SUB)
               MOVE 0 TO WS-RSN-OLDEST (WS-REASON-SUB)
           END-PERFORM.
           END-EVALUATE
           WRITE AGE-REPORT-REC FROM WS-AGE-LINE
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 9
               IF WS-RSN-CODE (WS-REASON-SUB)
                       = WS-CAR-REASON-CODE (WS-CARRY-IDX)
                   ADD 1 TO WS-RSN-COUNT (WS-REASON-SUB)
           END-PERFORM.
       WRITE-REASON-SUMMARY.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 9
               IF WS-RSN-COUNT (WS-REASON-SUB) > 0
                   MOVE SPACES TO WS-RPT-MSG
                   STRING "REASON " WS-RSN-CODE (WS-REASON-SUB)
