           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ACO-FS.

           SELECT JRNL-HIST-FILE ASSIGN TO JHSTKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JHS-KEY
           FILE STATUS IS JHS-FS.

           SELECT XREF-FILE ASSIGN TO XREFKSDS
           ORGANIZATION IS INDEXED
          05 ACL-ACCT-NO PIC X(10).
       FD ACCT-OUT-FILE.
       01 ACO-REC PIC X(80).
       FD JRNL-HIST-FILE.
           COPY JRNHREC.
       FD XREF-FILE.
           COPY XREFREC.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE ACCTDCL END-EXEC.
       01 ACL-FS PIC XX.
       01 ACO-FS PIC XX.
       01 JHS-FS PIC XX.
       01 XRF-FS PIC XX.
       01 WS-ACCT-NO PIC X(10).
       01 WS-CUST-NO PIC X(8).
       01 WS-MINI-COUNT PIC 9(2) VALUE 0.
       01 WS-MINI-TABLE.
          05 WS-MINI-ENTRY OCCURS 5 TIMES INDEXED BY WS-MINI-IDX.
             10 WS-MINI-OLD-BAL PIC S9(7)V99.
             10 WS-MINI-NEW-BAL PIC S9(7)V99.
             10 WS-MINI-AMOUNT PIC 9(7)V99.
             10 WS-MINI-TIMESTAMP PIC X(21).
       01 WS-HIST-OPEN-SW PIC X(1) VALUE "N".
           88 WS-HIST-OPEN VALUE "Y".
           COPY JOURNREC.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
          05 LS-PARM-LEN PIC S9(4) COMP.
          05 LS-PARM-ACCT PIC X(10).
       PROCEDURE DIVISION USING LS-PARM-AREA.
           OPEN OUTPUT ACCT-OUT-FILE.
           OPEN INPUT JRNL-HIST-FILE.
           IF JHS-FS = "00"
               SET WS-HIST-OPEN TO TRUE
           END-IF.
           IF LS-PARM-LEN > 10
               MOVE 10 TO LS-PARM-LEN
           END-IF.
                   MOVE SPACES TO WS-CUST-NO
                   MOVE LS-PARM-ACCT (3:LS-PARM-LEN - 2)
                       TO WS-CUST-NO
                   PERFORM PROCESS-CUSTOMER-ENQUIRY
               WHEN LS-PARM-LEN > 0
                   MOVE SPACES TO WS-ACCT-NO
                   MOVE LS-PARM-ACCT(1:LS-PARM-LEN) TO WS-ACCT-NO
                   PERFORM LOOKUP-ACCOUNT
               WHEN OTHER
                   PERFORM PROCESS-ACCT-LIST
           END-EVALUATE.
           IF WS-HIST-OPEN
               CLOSE JRNL-HIST-FILE
           END-IF.
           CLOSE ACCT-OUT-FILE.
           GOBACK.
       PROCESS-CUSTOMER-ENQUIRY.
               STRING WS-CUST-NO " NO LINKED ACCOUNTS"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               WRITE ACO-REC FROM WS-OUT-LINE
           END-IF.
       PROCESS-ACCT-LIST.
           OPEN INPUT ACCT-LIST-FILE
           IF ACL-FS NOT = "00"
                       PERFORM LOOKUP-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-LIST-FILE.
       LOOKUP-ACCOUNT.
           EXEC SQL
               SELECT ACCOUNT_NO,CUST_NAME,ACCOUNT_TYPE,BALANCE,
           STRING WS-ACCT-NO " " DCL-CUST-NAME " " DCL-BALANCE
               DELIMITED BY SIZE INTO WS-OUT-LINE
           WRITE ACO-REC FROM WS-OUT-LINE.
           PERFORM DISPLAY-MINI-STATEMENT.
       DISPLAY-MINI-STATEMENT.
           MOVE 0 TO WS-MINI-COUNT
           IF NOT WS-HIST-OPEN
               DISPLAY "MINI STATEMENT NOT AVAILABLE"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-MINI-TABLE
           PERFORM WRITE-MINI-STATEMENT.
       BUILD-MINI-TABLE.
           MOVE WS-ACCT-NO TO JHS-ACCT-NO
           MOVE LOW-VALUES TO JHS-TIMESTAMP
           MOVE 0 TO JHS-DUP-SEQ
           START JRNL-HIST-FILE KEY NOT LESS THAN JHS-KEY
               INVALID KEY
                   MOVE "10" TO JHS-FS
           END-START
           PERFORM UNTIL JHS-FS = "10"
               READ JRNL-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO JHS-FS
                   NOT AT END
                       IF JHS-ACCT-NO NOT = WS-ACCT-NO
                           MOVE "10" TO JHS-FS
                       ELSE
                           MOVE JHS-JOURNAL-DATA TO JOURNAL-REC
                           PERFORM ADD-MINI-ENTRY
                       END-IF
               END-READ
