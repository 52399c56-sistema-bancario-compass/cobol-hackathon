       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.
           SELECT CDC-CONTROL-FILE ASSIGN TO "CDCCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CDCCTL-FILE-STATUS.
           SELECT CDC-ACCOUNT-FILE ASSIGN TO WS-ACCOUNT-CDC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-CUSTOMER-FILE ASSIGN TO WS-CUSTOMER-CDC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-LOAN-FILE ASSIGN TO WS-LOAN-CDC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           05 MJ-DATE            PIC 9(8).
           05 MJ-TIME            PIC 9(6).
           05 MJ-PROGRAM         PIC X(8).
           05 MJ-FILE-ID         PIC X(8).
           05 MJ-ACTION          PIC X(1).
               88 MJ-ADD         VALUE "W".
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

      *    Warehouse feed watermark.
       FD CDC-CONTROL-FILE.
       01 CDC-CONTROL-RECORD.
           05 CX-LAST-SEQ        PIC 9(9).
           05 CX-LAST-BUS-DATE   PIC 9(8).
           05 CX-LAST-MJ-DATE    PIC 9(8).
           05 CX-LAST-MJ-TIME    PIC 9(6).
           05 CX-LAST-MJ-FILE-ID PIC X(8).
           05 CX-LAST-MJ-KEY     PIC 9(6).

       FD CDC-ACCOUNT-FILE.
       01 CDC-ACCOUNT-LINE       PIC X(400).

       FD CDC-CUSTOMER-FILE.
       01 CDC-CUSTOMER-LINE      PIC X(400).

       FD CDC-LOAN-FILE.
       01 CDC-LOAN-LINE          PIC X(400).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
           05 AU-TIME            PIC 9(6).
           05 AU-PROGRAM         PIC X(8).
           05 AU-ACTION          PIC X(20).
           05 AU-KEY-ID          PIC 9(6).
           05 AU-DETAIL          PIC X(50).
           05 AU-OPERATOR        PIC X(8).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).
           05 BD-STATUS          PIC X(1).
               88 BD-COMPLETE    VALUE "C".
               88 BD-RUNNING     VALUE "R".
           05 BD-LAST-STEP       PIC X(8).

       FD EOD-STATUS-FILE.
       01 EOD-STATUS-RECORD.
           05 ES-DATE            PIC 9(8).
           05 ES-STEP            PIC X(8).
           05 ES-FLAG            PIC X(1).
               88 ES-PASS        VALUE "P".
               88 ES-ATTENTION   VALUE "A".
           05 ES-DETAIL          PIC X(60).

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CDCCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-ACCOUNT-CDC-FILENAME  PIC X(40) VALUE SPACES.
       01 WS-CUSTOMER-CDC-FILENAME PIC X(40) VALUE SPACES.
       01 WS-LOAN-CDC-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

       01 WS-LAST-SEQ             PIC 9(9) VALUE 0.
       01 WS-LAST-BUS-DATE        PIC 9(8) VALUE 0.
       01 WS-LAST-MJ-DATE         PIC 9(8) VALUE 0.
       01 WS-LAST-MJ-TIME         PIC 9(6) VALUE 0.
       01 WS-LAST-MJ-FILE-ID      PIC X(8) VALUE SPACES.
       01 WS-LAST-MJ-KEY          PIC 9(6) VALUE 0.
       01 WS-END-SEQ              PIC 9(9) VALUE 0.
       01 WS-END-MJ-DATE          PIC 9(8) VALUE 0.
       01 WS-END-MJ-TIME          PIC 9(6) VALUE 0.
       01 WS-END-MJ-FILE-ID       PIC X(8) VALUE SPACES.
       01 WS-END-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-FIRST-SEQ            PIC 9(9) VALUE 0.
       01 WS-JOURNAL-SEQ          PIC 9(9) VALUE 0.
       01 WS-JOURNAL-OK           PIC X VALUE "Y".
       01 WS-JOURNAL-PROBLEM      PIC X(40) VALUE SPACES.
       01 WS-OTHER-ENTRIES        PIC 9(7) VALUE 0.

      *    Slots: 1 ACCOUNT, 2 CUSTMST, 3 LOANMST.
       01 WS-CDC-TABLE.
           05 WS-CDC-ENTRY OCCURS 3 TIMES.
               10 WS-CDC-FILE-ID  PIC X(8).
               10 WS-CDC-PENDING  PIC 9(7).
               10 WS-CDC-DETAILS  PIC 9(7).
               10 WS-CDC-INSERTS  PIC 9(7).
               10 WS-CDC-UPDATES  PIC 9(7).
               10 WS-CDC-DELETES  PIC 9(7).
       01 WS-CDC-IDX              PIC 9 VALUE 0.
       01 WS-CDC-CHANGE           PIC X(1) VALUE SPACE.
           88 WS-CDC-INSERT       VALUE "I".
           88 WS-CDC-UPDATE       VALUE "U".
           88 WS-CDC-DELETE       VALUE "D".
       01 WS-CDC-LINE             PIC X(400) VALUE SPACES.
       01 WS-CDC-DATA             PIC X(340) VALUE SPACES.
       01 WS-CDC-AMOUNT-1         PIC -9(6).99.
       01 WS-CDC-AMOUNT-2         PIC -9(6).99.
       01 WS-CDC-AMOUNT-3         PIC -9(6).99.
       01 WS-CDC-AMOUNT-4         PIC -9(6).99.
       01 WS-CDC-AMOUNT-5         PIC -9(6).99.
       01 WS-CDC-AMOUNT-6         PIC -9(6).99.
       01 WS-CDC-AMOUNT-7         PIC -9(6).99.
       01 WS-CDC-RATE             PIC 9.9999.
       01 WS-CDC-TIN-MASK         PIC X(9) VALUE SPACES.

      *    PIN is never sent; TIN goes out as the last four only.
       01 WS-CDC-IMAGE            PIC X(400) VALUE SPACES.
       01 WS-ACCOUNT-IMAGE REDEFINES WS-CDC-IMAGE.
           05 WS-JA-ID              PIC 9(6).
           05 WS-JA-CUST-ID         PIC 9(5).
           05 WS-JA-TYPE            PIC X(1).
           05 WS-JA-BALANCE         PIC S9(6)V99.
           05 WS-JA-STATUS          PIC X(1).
           05 WS-JA-OVERDRAFT-LIMIT PIC 9(6)V99.
           05 WS-JA-JOINT-CUST-ID   PIC 9(5).
           05 WS-JA-PIN             PIC 9(4).
           05 WS-JA-LAST-TXN-DATE   PIC 9(8).
           05 WS-JA-DAILY-TXN-COUNT PIC 9(2).
           05 WS-JA-MATURITY-DATE   PIC 9(8).
           05 WS-JA-CD-RATE         PIC 9V9(4).
           05 WS-JA-PIN-FAIL-COUNT  PIC 9(1).
           05 WS-JA-MATURITY-DISP   PIC X(1).
           05 WS-JA-SWEEP-ACCOUNT-ID PIC 9(6).
           05 WS-JA-CD-TERM-DAYS    PIC 9(4).
           05 WS-JA-LAST-INT-DATE   PIC 9(8).
           05 WS-JA-BRANCH          PIC 9(3).
           05 WS-JA-ALERT-THRESHOLD PIC 9(6)V99.
           05 WS-JA-ODP-ACCOUNT-ID  PIC 9(6).
           05 WS-JA-REACTIVATED-DATE PIC 9(8).
           05 WS-JA-CUSTODIAN-ID    PIC 9(5).
           05 WS-JA-PRODUCT-CODE    PIC X(4).
           05 FILLER                PIC X(285).
       01 WS-CUSTOMER-IMAGE REDEFINES WS-CDC-IMAGE.
           05 WS-JC-ID              PIC 9(5).
           05 WS-JC-NAME            PIC X(30).
           05 WS-JC-EMAIL           PIC X(50).
           05 WS-JC-BIRTHDATE       PIC 9(8).
           05 WS-JC-STATUS          PIC X(1).
           05 WS-JC-PHONE           PIC X(15).
           05 WS-JC-ADDRESS         PIC X(40).
           05 WS-JC-CITY            PIC X(20).
           05 WS-JC-STATE           PIC X(2).
           05 WS-JC-ZIP             PIC X(10).
           05 WS-JC-STMT-CYCLE      PIC 9(2).
           05 WS-JC-ID-TYPE         PIC X(1).
           05 WS-JC-ID-NUMBER       PIC X(20).
           05 WS-JC-ID-STATE        PIC X(2).
           05 WS-JC-ID-EXPIRY       PIC 9(8).
           05 WS-JC-RISK-RATING     PIC X(1).
           05 WS-JC-NEXT-REVIEW-DATE PIC 9(8).
           05 WS-JC-LAST-REVIEW-DATE PIC 9(8).
           05 WS-JC-DEATH-DATE      PIC 9(8).
           05 WS-JC-TIN             PIC X(9).
           05 WS-JC-TIN-TYPE        PIC X(1).
           05 WS-JC-W9-STATUS       PIC X(1).
           05 WS-JC-W9-DATE         PIC 9(8).
           05 WS-JC-BACKUP-WH       PIC X(1).
           05 FILLER                PIC X(141).
       01 WS-LOAN-IMAGE REDEFINES WS-CDC-IMAGE.
           05 WS-JL-ID              PIC 9(6).
           05 WS-JL-CUST-ID         PIC 9(5).
           05 WS-JL-ORIG-PRINCIPAL  PIC 9(6)V99.
           05 WS-JL-PRINCIPAL       PIC 9(6)V99.
           05 WS-JL-ANNUAL-RATE     PIC 9V9(4).
           05 WS-JL-TERM-MONTHS     PIC 9(3).
           05 WS-JL-PAYMENT-AMOUNT  PIC 9(6)V99.
           05 WS-JL-NEXT-DUE-DATE   PIC 9(8).
           05 WS-JL-STATUS          PIC X(1).
           05 WS-JL-BRANCH          PIC 9(3).
           05 WS-JL-PAY-ACCOUNT-ID  PIC 9(6).
           05 WS-JL-LATE-FEE-DATE   PIC 9(8).
           05 WS-JL-ESCROW-BALANCE  PIC S9(6)V99.
           05 WS-JL-ESCROW-MONTHLY  PIC 9(6)V99.
           05 WS-JL-ESCROW-ANALYSIS-DATE PIC 9(8).
           05 WS-JL-TAX-PAYEE       PIC X(30).
           05 WS-JL-TAX-AMOUNT      PIC 9(6)V99.
           05 WS-JL-TAX-FREQ        PIC 9(2).
           05 WS-JL-TAX-DUE-DATE    PIC 9(8).
           05 WS-JL-INS-PAYEE       PIC X(30).
           05 WS-JL-INS-AMOUNT      PIC 9(6)V99.
           05 WS-JL-INS-FREQ        PIC 9(2).
           05 WS-JL-INS-DUE-DATE    PIC 9(8).
           05 FILLER                PIC X(211).

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-CDC-CONTROL.

      *    A rerun for a date already sent sends nothing.
           IF WS-LAST-BUS-DATE >= WS-DATE
               DISPLAY "Warehouse extract already taken for business "
                   "date " WS-LAST-BUS-DATE ". Nothing sent."
               MOVE "P" TO WS-ES-FLAG
               MOVE SPACES TO WS-ES-DETAIL
               STRING "Already extracted through "
                   WS-LAST-BUS-DATE " seq " WS-LAST-SEQ
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.

           DISPLAY "Warehouse change extract for business date "
               WS-DATE ", journal records after " WS-LAST-SEQ ".".
           PERFORM COUNT-PENDING-CHANGES.
           IF WS-JOURNAL-OK = "N"
               DISPLAY "===================================="
               DISPLAY "WAREHOUSE EXTRACT NOT TAKEN"
               DISPLAY WS-JOURNAL-PROBLEM
               DISPLAY "Last record sent: " WS-LAST-SEQ " of "
                   WS-LAST-MJ-FILE-ID " " WS-LAST-MJ-KEY " at "
                   WS-LAST-MJ-DATE " " WS-LAST-MJ-TIME
               DISPLAY "The watermark was NOT moved. Investigate "
                   "the master journal before rerunning."
               DISPLAY "===================================="
               MOVE "CDC EXTRACT HELD" TO WS-AUDIT-ACTION
               MOVE 0 TO WS-AUDIT-KEY-ID
               MOVE WS-JOURNAL-PROBLEM TO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
               MOVE "A" TO WS-ES-FLAG
               MOVE SPACES TO WS-ES-DETAIL
               STRING "Held: " WS-JOURNAL-PROBLEM
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.

           PERFORM OPEN-CDC-FILES.
           PERFORM EXTRACT-PENDING-CHANGES.
           PERFORM CLOSE-CDC-FILES.
           PERFORM WRITE-CDC-CONTROL.

           MOVE "CDCEXTR " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE "ACCOUNT" TO WS-SPOOL-KEY.
           MOVE WS-ACCOUNT-CDC-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.
           MOVE "CUSTMST" TO WS-SPOOL-KEY.
           MOVE WS-CUSTOMER-CDC-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.
           MOVE "LOANMST" TO WS-SPOOL-KEY.
           MOVE WS-LOAN-CDC-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           MOVE "CDC EXTRACT" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Acct " WS-CDC-DETAILS(1) " cust "
               WS-CDC-DETAILS(2) " loan " WS-CDC-DETAILS(3)
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "WAREHOUSE CHANGE EXTRACT COMPLETE".
           DISPLAY "Journal records " WS-FIRST-SEQ " to " WS-END-SEQ.
           DISPLAY "Accounts:  " WS-CDC-DETAILS(1)
               "  (I " WS-CDC-INSERTS(1) " U " WS-CDC-UPDATES(1)
               " D " WS-CDC-DELETES(1) ")".
           DISPLAY "Customers: " WS-CDC-DETAILS(2)
               "  (I " WS-CDC-INSERTS(2) " U " WS-CDC-UPDATES(2)
               " D " WS-CDC-DELETES(2) ")".
           DISPLAY "Loans:     " WS-CDC-DETAILS(3)
               "  (I " WS-CDC-INSERTS(3) " U " WS-CDC-UPDATES(3)
               " D " WS-CDC-DELETES(3) ")".
           IF WS-OTHER-ENTRIES > 0
               DISPLAY "Journal records for other files skipped: "
                   WS-OTHER-ENTRIES
           END-IF.
           DISPLAY "Files: " WS-ACCOUNT-CDC-FILENAME.
           DISPLAY "       " WS-CUSTOMER-CDC-FILENAME.
           DISPLAY "       " WS-LOAN-CDC-FILENAME.
           DISPLAY "===================================".

           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Seq " WS-END-SEQ " acct " WS-CDC-DETAILS(1)
               " cust " WS-CDC-DETAILS(2) " loan " WS-CDC-DETAILS(3)
               DELIMITED BY SIZE INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           INITIALIZE WS-CDC-TABLE.
           MOVE "ACCOUNT " TO WS-CDC-FILE-ID(1).
           MOVE "CUSTMST " TO WS-CDC-FILE-ID(2).
           MOVE "LOANMST " TO WS-CDC-FILE-ID(3).
           MOVE SPACES TO WS-ACCOUNT-CDC-FILENAME.
           STRING "CDC-ACCOUNT-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ACCOUNT-CDC-FILENAME.
           MOVE SPACES TO WS-CUSTOMER-CDC-FILENAME.
           STRING "CDC-CUSTMST-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-CUSTOMER-CDC-FILENAME.
           MOVE SPACES TO WS-LOAN-CDC-FILENAME.
           STRING "CDC-LOANMST-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LOAN-CDC-FILENAME.

       READ-BUSINESS-DATE.
           MOVE "N" TO WS-EOD-MODE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-RUNNING
                       MOVE "Y" TO WS-EOD-MODE
                       MOVE BD-BUSINESS-DATE TO WS-DATE
                   END-IF
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "CDCEXTR " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

      *    No control file: send the whole journal.
       READ-CDC-CONTROL.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 0 TO WS-LAST-BUS-DATE.
           MOVE 0 TO WS-LAST-MJ-DATE.
           MOVE 0 TO WS-LAST-MJ-TIME.
           MOVE SPACES TO WS-LAST-MJ-FILE-ID.
           MOVE 0 TO WS-LAST-MJ-KEY.
           OPEN INPUT CDC-CONTROL-FILE.
           IF WS-CDCCTL-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ CDC-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CX-LAST-SEQ TO WS-LAST-SEQ
                   MOVE CX-LAST-BUS-DATE TO WS-LAST-BUS-DATE
                   MOVE CX-LAST-MJ-DATE TO WS-LAST-MJ-DATE
                   MOVE CX-LAST-MJ-TIME TO WS-LAST-MJ-TIME
                   MOVE CX-LAST-MJ-FILE-ID TO WS-LAST-MJ-FILE-ID
                   MOVE CX-LAST-MJ-KEY TO WS-LAST-MJ-KEY
           END-READ.
           CLOSE CDC-CONTROL-FILE.

      *    Written last, so a failed run resends the same range.
       WRITE-CDC-CONTROL.
           OPEN OUTPUT CDC-CONTROL-FILE.
           MOVE WS-END-SEQ TO CX-LAST-SEQ.
           MOVE WS-DATE TO CX-LAST-BUS-DATE.
           MOVE WS-END-MJ-DATE TO CX-LAST-MJ-DATE.
           MOVE WS-END-MJ-TIME TO CX-LAST-MJ-TIME.
           MOVE WS-END-MJ-FILE-ID TO CX-LAST-MJ-FILE-ID.
           MOVE WS-END-MJ-KEY TO CX-LAST-MJ-KEY.
           WRITE CDC-CONTROL-RECORD.
           CLOSE CDC-CONTROL-FILE.

      *    Skip what was sent; a replaced journal stops the feed.
       POSITION-JOURNAL.
           MOVE 0 TO WS-JOURNAL-SEQ.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-JOURNAL-SEQ >= WS-LAST-SEQ
                   OR WS-EOF = "Y"
               READ MASTER-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-SEQ
               END-READ
           END-PERFORM.
           IF WS-JOURNAL-SEQ < WS-LAST-SEQ
               MOVE "N" TO WS-JOURNAL-OK
               MOVE "Journal shorter than last record sent"
                   TO WS-JOURNAL-PROBLEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAST-SEQ > 0
               IF MJ-DATE NOT = WS-LAST-MJ-DATE
                   OR MJ-TIME NOT = WS-LAST-MJ-TIME
                   OR MJ-FILE-ID NOT = WS-LAST-MJ-FILE-ID
                   OR MJ-KEY NOT = WS-LAST-MJ-KEY
                   MOVE "N" TO WS-JOURNAL-OK
                   MOVE "Journal does not match last record sent"
                       TO WS-JOURNAL-PROBLEM
               END-IF
           END-IF.

      *    First pass: fix the range and count it by master.
       COUNT-PENDING-CHANGES.
           MOVE "Y" TO WS-JOURNAL-OK.
           MOVE WS-LAST-SEQ TO WS-END-SEQ.
           MOVE WS-LAST-MJ-DATE TO WS-END-MJ-DATE.
           MOVE WS-LAST-MJ-TIME TO WS-END-MJ-TIME.
           MOVE WS-LAST-MJ-FILE-ID TO WS-END-MJ-FILE-ID.
           MOVE WS-LAST-MJ-KEY TO WS-END-MJ-KEY.
           COMPUTE WS-FIRST-SEQ = WS-LAST-SEQ + 1.
           OPEN INPUT MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               IF WS-LAST-SEQ > 0
                   MOVE "N" TO WS-JOURNAL-OK
                   MOVE "Master journal is missing"
                       TO WS-JOURNAL-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM POSITION-JOURNAL.
           IF WS-JOURNAL-OK = "N"
               CLOSE MASTER-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MASTER-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-SEQ
                       MOVE WS-JOURNAL-SEQ TO WS-END-SEQ
                       MOVE MJ-DATE TO WS-END-MJ-DATE
                       MOVE MJ-TIME TO WS-END-MJ-TIME
                       MOVE MJ-FILE-ID TO WS-END-MJ-FILE-ID
                       MOVE MJ-KEY TO WS-END-MJ-KEY
                       PERFORM FIND-CDC-SLOT
                       IF WS-CDC-IDX > 0
                           ADD 1 TO WS-CDC-PENDING(WS-CDC-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-JOURNAL-FILE.

      *    Second pass: send exactly the range counted.
       EXTRACT-PENDING-CHANGES.
           IF WS-END-SEQ = WS-LAST-SEQ
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MASTER-JOURNAL-FILE.
           PERFORM POSITION-JOURNAL.
           PERFORM UNTIL WS-EOF = "Y" OR WS-JOURNAL-SEQ >= WS-END-SEQ
               READ MASTER-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-SEQ
                       PERFORM FIND-CDC-SLOT
                       IF WS-CDC-IDX > 0
                           PERFORM WRITE-CDC-DETAIL
                       ELSE
                           ADD 1 TO WS-OTHER-ENTRIES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-JOURNAL-FILE.

       FIND-CDC-SLOT.
           EVALUATE MJ-FILE-ID
               WHEN "ACCOUNT "
                   MOVE 1 TO WS-CDC-IDX
               WHEN "CUSTMST "
                   MOVE 2 TO WS-CDC-IDX
               WHEN "LOANMST "
                   MOVE 3 TO WS-CDC-IDX
               WHEN OTHER
                   MOVE 0 TO WS-CDC-IDX
           END-EVALUATE.

       OPEN-CDC-FILES.
           OPEN OUTPUT CDC-ACCOUNT-FILE.
           OPEN OUTPUT CDC-CUSTOMER-FILE.
           OPEN OUTPUT CDC-LOAN-FILE.
           MOVE 1 TO WS-CDC-IDX.
           PERFORM 3 TIMES
               PERFORM WRITE-CDC-HEADER
               ADD 1 TO WS-CDC-IDX
           END-PERFORM.

       CLOSE-CDC-FILES.
           MOVE 1 TO WS-CDC-IDX.
           PERFORM 3 TIMES
               PERFORM WRITE-CDC-TRAILER
               ADD 1 TO WS-CDC-IDX
           END-PERFORM.
           CLOSE CDC-ACCOUNT-FILE.
           CLOSE CDC-CUSTOMER-FILE.
           CLOSE CDC-LOAN-FILE.

      *    H|master|date|prev date|first rec|last rec|count
       WRITE-CDC-HEADER.
           MOVE SPACES TO WS-CDC-LINE.
           STRING "H|" DELIMITED BY SIZE
                  WS-CDC-FILE-ID(WS-CDC-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LAST-BUS-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-FIRST-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-END-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CDC-PENDING(WS-CDC-IDX) DELIMITED BY SIZE
                  INTO WS-CDC-LINE.
           PERFORM WRITE-CDC-LINE.

      *    T|master|date|count|inserts|updates|deletes|last rec
       WRITE-CDC-TRAILER.
           MOVE SPACES TO WS-CDC-LINE.
           STRING "T|" DELIMITED BY SIZE
                  WS-CDC-FILE-ID(WS-CDC-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CDC-DETAILS(WS-CDC-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CDC-INSERTS(WS-CDC-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CDC-UPDATES(WS-CDC-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CDC-DELETES(WS-CDC-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-END-SEQ DELIMITED BY SIZE
                  INTO WS-CDC-LINE.
           PERFORM WRITE-CDC-LINE.

       WRITE-CDC-LINE.
           EVALUATE WS-CDC-IDX
               WHEN 1
                   WRITE CDC-ACCOUNT-LINE FROM WS-CDC-LINE
               WHEN 2
                   WRITE CDC-CUSTOMER-LINE FROM WS-CDC-LINE
               WHEN 3
                   WRITE CDC-LOAN-LINE FROM WS-CDC-LINE
           END-EVALUATE.

      *    D|I/U/D|rec|date|time|program|record fields
       WRITE-CDC-DETAIL.
           EVALUATE TRUE
               WHEN MJ-ADD
                   MOVE "I" TO WS-CDC-CHANGE
                   MOVE MJ-AFTER-IMAGE TO WS-CDC-IMAGE
                   ADD 1 TO WS-CDC-INSERTS(WS-CDC-IDX)
               WHEN MJ-REMOVE
                   MOVE "D" TO WS-CDC-CHANGE
                   MOVE MJ-BEFORE-IMAGE TO WS-CDC-IMAGE
                   ADD 1 TO WS-CDC-DELETES(WS-CDC-IDX)
               WHEN OTHER
                   MOVE "U" TO WS-CDC-CHANGE
                   MOVE MJ-AFTER-IMAGE TO WS-CDC-IMAGE
                   ADD 1 TO WS-CDC-UPDATES(WS-CDC-IDX)
           END-EVALUATE.
           ADD 1 TO WS-CDC-DETAILS(WS-CDC-IDX).
           MOVE SPACES TO WS-CDC-DATA.
           EVALUATE WS-CDC-IDX
               WHEN 1
                   PERFORM FORMAT-ACCOUNT-IMAGE
               WHEN 2
                   PERFORM FORMAT-CUSTOMER-IMAGE
               WHEN 3
                   PERFORM FORMAT-LOAN-IMAGE
           END-EVALUATE.
           MOVE SPACES TO WS-CDC-LINE.
           STRING "D|" DELIMITED BY SIZE
                  WS-CDC-CHANGE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JOURNAL-SEQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MJ-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MJ-TIME DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  MJ-PROGRAM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-DATA TRAILING)
                      DELIMITED BY SIZE
                  INTO WS-CDC-LINE.
           PERFORM WRITE-CDC-LINE.

       FORMAT-ACCOUNT-IMAGE.
           MOVE WS-JA-BALANCE TO WS-CDC-AMOUNT-1.
           MOVE WS-JA-OVERDRAFT-LIMIT TO WS-CDC-AMOUNT-2.
           MOVE WS-JA-ALERT-THRESHOLD TO WS-CDC-AMOUNT-3.
           MOVE WS-JA-CD-RATE TO WS-CDC-RATE.
           STRING WS-JA-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-CUST-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-TYPE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-1) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-STATUS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-JOINT-CUST-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-LAST-TXN-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-DAILY-TXN-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-MATURITY-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CDC-RATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-MATURITY-DISP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-SWEEP-ACCOUNT-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-CD-TERM-DAYS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-LAST-INT-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-BRANCH DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-ODP-ACCOUNT-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-REACTIVATED-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JA-CUSTODIAN-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JA-PRODUCT-CODE TRAILING)
                      DELIMITED BY SIZE
                  INTO WS-CDC-DATA.

       FORMAT-CUSTOMER-IMAGE.
           MOVE SPACES TO WS-CDC-TIN-MASK.
           IF WS-JC-TIN NOT = SPACES
               MOVE "*****" TO WS-CDC-TIN-MASK(1:5)
               MOVE WS-JC-TIN(6:4) TO WS-CDC-TIN-MASK(6:4)
           END-IF.
           STRING WS-JC-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JC-NAME TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JC-EMAIL TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-BIRTHDATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-STATUS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JC-PHONE TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JC-ADDRESS TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JC-CITY TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-STATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JC-ZIP TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-STMT-CYCLE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-ID-TYPE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JC-ID-NUMBER TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-ID-STATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-ID-EXPIRY DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-RISK-RATING DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-NEXT-REVIEW-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-LAST-REVIEW-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-DEATH-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-TIN-MASK TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-TIN-TYPE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-W9-STATUS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-W9-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JC-BACKUP-WH DELIMITED BY SIZE
                  INTO WS-CDC-DATA.

       FORMAT-LOAN-IMAGE.
           MOVE WS-JL-ORIG-PRINCIPAL TO WS-CDC-AMOUNT-1.
           MOVE WS-JL-PRINCIPAL TO WS-CDC-AMOUNT-2.
           MOVE WS-JL-PAYMENT-AMOUNT TO WS-CDC-AMOUNT-3.
           MOVE WS-JL-ESCROW-BALANCE TO WS-CDC-AMOUNT-4.
           MOVE WS-JL-ESCROW-MONTHLY TO WS-CDC-AMOUNT-5.
           MOVE WS-JL-TAX-AMOUNT TO WS-CDC-AMOUNT-6.
           MOVE WS-JL-INS-AMOUNT TO WS-CDC-AMOUNT-7.
           MOVE WS-JL-ANNUAL-RATE TO WS-CDC-RATE.
           STRING WS-JL-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-CUST-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-1) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CDC-RATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-TERM-MONTHS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-3) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-NEXT-DUE-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-STATUS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-BRANCH DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-PAY-ACCOUNT-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-LATE-FEE-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-4) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-5) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-ESCROW-ANALYSIS-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JL-TAX-PAYEE TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-6) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-TAX-FREQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-TAX-DUE-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JL-INS-PAYEE TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CDC-AMOUNT-7) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-INS-FREQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-JL-INS-DUE-DATE DELIMITED BY SIZE
                  INTO WS-CDC-DATA.

       REGISTER-SPOOL-ENTRY.
           OPEN EXTEND SPOOL-CATALOG-FILE.
           IF WS-SPOOLCAT-FILE-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOG-FILE
           END-IF.
           MOVE WS-SPOOL-TYPE TO SC-REPORT-TYPE.
           MOVE WS-SPOOL-KEY TO SC-KEY.
           MOVE WS-SPOOL-DATE TO SC-RUN-DATE.
           MOVE WS-SPOOL-FILENAME TO SC-FILENAME.
           WRITE SPOOL-CATALOG-RECORD.
           CLOSE SPOOL-CATALOG-FILE.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "CDCEXTR " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
