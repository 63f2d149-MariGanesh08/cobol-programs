           SELECT SOGEN-REPORT-FILE ASSIGN TO SOGENRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RPT-FS.

           SELECT ALERT-EVENT-FILE ASSIGN TO SOEVENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AEV-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SORD-FILE.
          05 FILLER PIC X(26).
       FD SOGEN-REPORT-FILE.
       01 SOGEN-REPORT-REC PIC X(100).
       FD ALERT-EVENT-FILE.
           COPY ALRTEVT.
       WORKING-STORAGE SECTION.
       01 SORD-FS PIC XX.
       01 ACCT-FS PIC XX.
       01 SOT-FS PIC XX.
       01 RPT-FS PIC XX.
       01 AEV-FS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-GEN-COUNT PIC 9(5) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(10)V99 VALUE 0.
           OPEN I-O SORD-FILE
                INPUT ACCTFILE
                OUTPUT SOTRAN-FILE
                OUTPUT SOGEN-REPORT-FILE
                OUTPUT ALERT-EVENT-FILE.
           IF SORD-FS NOT = "00"
               DISPLAY "ERROR IN ORDER FILE OPEN:" SORD-FS
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF AEV-FS NOT = "00"
               DISPLAY "ERROR IN ALERT EVENT FILE OPEN:" AEV-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           MOVE LOW-VALUES TO SO-ORDER-NO
           START SORD-FILE KEY NOT LESS THAN SO-ORDER-NO
           END-PERFORM.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE SORD-FILE ACCTFILE SOTRAN-FILE SOGEN-REPORT-FILE
                 ALERT-EVENT-FILE.
           GOBACK.
       PROCESS-ONE-ORDER.
           ADD 1 TO WS-TOTAL-READ
           IF WS-SKIP-TEXT NOT = SPACES
               ADD 1 TO WS-TOTAL-SKIPPED
               PERFORM WRITE-ORDER-DETAIL
               PERFORM WRITE-ALERT-EVENT
               EXIT PARAGRAPH
           END-IF
           PERFORM GENERATE-TRANSACTION
           MOVE SO-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-SKIP-TEXT TO WS-RPT-TAG
           WRITE SOGEN-REPORT-REC FROM WS-RPT-LINE.
       WRITE-ALERT-EVENT.
           MOVE SPACES TO ALERT-EVENT-REC
           SET AEV-ORDER-FAILED TO TRUE
           MOVE SO-ACCT-NO TO AEV-ACCT-NO
           MOVE WS-TODAY TO AEV-EVENT-DATE
           MOVE SO-ORDER-NO TO AEV-EVENT-REF
           MOVE SO-AMOUNT TO AEV-AMOUNT
           MOVE WS-SKIP-TEXT TO AEV-REASON
           MOVE SO-NEXT-DUE-DATE TO AEV-INFO-DATE
           WRITE ALERT-EVENT-REC.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-MSG
           STRING "STANDING ORDER GENERATION AS AT " WS-TODAY
