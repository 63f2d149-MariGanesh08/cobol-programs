                   AND WS-PGM-NAME NOT = "INTPOST "
                   AND WS-PGM-NAME NOT = "ACCTMAINT"
                   AND WS-PGM-NAME NOT = "DORMSWP "
                   AND WS-PGM-NAME NOT = "FEEPOST "
                   AND WS-PGM-NAME NOT = "CHQCLR  "
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RUNCTL-FILE
                   MOVE WS-TODAY TO RC-ACCTMAINT-LAST-RUN
               WHEN "DORMSWP "
                   MOVE WS-TODAY TO RC-DORMSWP-LAST-RUN
               WHEN "FEEPOST "
                   MOVE WS-TODAY TO RC-FEEPOST-LAST-RUN
               WHEN "CHQCLR  "
                   MOVE WS-TODAY TO RC-CHQCLR-LAST-RUN
           END-EVALUATE
           REWRITE RUNCTL-REC
           IF RUN-FS NOT = "00"
