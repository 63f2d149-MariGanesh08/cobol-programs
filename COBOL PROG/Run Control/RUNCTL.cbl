               EXIT PARAGRAPH
           END-IF
           IF RC-LOCKED
               IF (RCQ-PROGRAM = "INTPOST " OR RCQ-PROGRAM = "FEEPOST "
                       OR RCQ-PROGRAM = "CHQCLR  ")
                       AND RCQ-OVERRIDE NOT = "F"
                   MOVE "D" TO RCQ-REPLY
                   MOVE RC-LOCK-PGM TO RCQ-HOLDER-PGM
                   CLOSE RUNCTL-FILE
               CLOSE RUNCTL-FILE
               EXIT PARAGRAPH
           END-IF
           IF RCQ-PROGRAM = "FEEPOST "
                   AND RCQ-INT-MONTH > 0
                   AND RCQ-INT-MONTH = RC-FEE-LAST-MONTH
                   AND RCQ-OVERRIDE NOT = "F"
               MOVE "D" TO RCQ-REPLY
               CLOSE RUNCTL-FILE
               EXIT PARAGRAPH
           END-IF
           IF RCQ-PROGRAM = "CHQCLR  "
                   AND RC-CLR-LAST-DATE = WS-TODAY
                   AND RCQ-OVERRIDE NOT = "F"
               MOVE "D" TO RCQ-REPLY
               CLOSE RUNCTL-FILE
               EXIT PARAGRAPH
           END-IF
           SET RC-LOCKED TO TRUE
           MOVE RCQ-PROGRAM TO RC-LOCK-PGM
           MOVE WS-TODAY TO RC-LOCK-DATE
                   MOVE WS-TODAY TO RC-ACCTMAINT-LAST-RUN
               WHEN "DORMSWP "
                   MOVE WS-TODAY TO RC-DORMSWP-LAST-RUN
               WHEN "FEEPOST "
                   MOVE WS-TODAY TO RC-FEEPOST-LAST-RUN
               WHEN "CHQCLR  "
                   MOVE WS-TODAY TO RC-CHQCLR-LAST-RUN
           END-EVALUATE
           IF RCQ-PROGRAM = "INTPOST " AND RCQ-INT-MONTH > 0
               MOVE RCQ-INT-MONTH TO RC-INT-LAST-MONTH
           END-IF
           IF RCQ-PROGRAM = "FEEPOST " AND RCQ-INT-MONTH > 0
               MOVE RCQ-INT-MONTH TO RC-FEE-LAST-MONTH
           END-IF
           IF RCQ-PROGRAM = "CHQCLR  " AND RCQ-INT-MONTH > 0
               MOVE WS-TODAY TO RC-CLR-LAST-DATE
           END-IF
           REWRITE RUNCTL-REC
           IF RUN-FS = "00"
               MOVE "0" TO RCQ-REPLY
           MOVE 0 TO RC-ACCTMAINT-LAST-RUN
           MOVE 0 TO RC-DORMSWP-LAST-RUN
           MOVE 0 TO RC-INT-LAST-MONTH
           MOVE 0 TO RC-FEEPOST-LAST-RUN
           MOVE 0 TO RC-FEE-LAST-MONTH
           MOVE 0 TO RC-CHQCLR-LAST-RUN
           MOVE 0 TO RC-CLR-LAST-DATE
           WRITE RUNCTL-REC
           CLOSE RUNCTL-FILE.
