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
       FD ARCHIVE-FILE.
           COPY JOURNREC.
       01 ARCHIVE-CTL-REC.
          05 CTL-PERIOD PIC 9(6).
          05 CTL-REC-COUNT PIC 9(9).
          05 CTL-HASH-TOTAL PIC 9(13)V99.
          05 FILLER PIC X(48).
       FD JOURNAL-FILE-NEW.
       01 JOURNAL-NEW-REC PIC X(86).
       FD RETAIN-REPORT-FILE.
       01 RETAIN-REPORT-REC PIC X(100).
       WORKING-STORAGE SECTION.
