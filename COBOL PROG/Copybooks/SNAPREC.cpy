      * END-OF-DAY ACCOUNT SNAPSHOT RECORD LAYOUT - WRITTEN BY EODSNAP
      * (SNAPFILE, ONE DATED GENERATION PER BUSINESS DAY) AND READ BY
      * EODMIS (SNAPCURR / SNAPPREV). ONE RECORD PER ACCOUNT.
      * SNAP DATE AND TIME TOGETHER GIVE THE SNAPSHOT TIMESTAMP USED
      * TO WINDOW JOURNAL POSTINGS (TIME IS SPACES ON OLDER FILES).
       01 SNAP-REC.
          05 SNP-SNAP-DATE PIC 9(8).
          05 SNP-ACCT-NO PIC X(10).
          05 SNP-ACCT-TYPE PIC X(1).
          05 SNP-STATUS PIC X(1).
             88 SNP-STATUS-ACTIVE VALUE "A".
             88 SNP-STATUS-INACTIVE VALUE "I".
             88 SNP-STATUS-CLOSED VALUE "C".
          05 SNP-BALANCE PIC S9(7)V99.
          05 SNP-MAX-WITHDRAW PIC 9(7)V99.
          05 SNP-MIN-BAL PIC 9(7)V99.
          05 SNP-OD-LIMIT PIC 9(7)V99.
          05 SNP-HOLD-COUNT PIC 9(3).
          05 SNP-HOLD-TOTAL PIC 9(9)V99.
          05 SNP-LAST-ACT-DATE PIC 9(8).
          05 SNP-SNAP-TIME PIC 9(8).
          05 FILLER PIC X(4).
