       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRANL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-ID
           ALTERNATE RECORD KEY IS TR-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANHIST-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT ESCROW-STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.

           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LN-ID              PIC 9(6).
           05 LN-CUST-ID         PIC 9(5).
           05 LN-ORIG-PRINCIPAL  PIC 9(6)V99.
           05 LN-PRINCIPAL       PIC 9(6)V99.
           05 LN-ANNUAL-RATE     PIC 9V9(4).
           05 LN-TERM-MONTHS     PIC 9(3).
           05 LN-PAYMENT-AMOUNT  PIC 9(6)V99.
           05 LN-NEXT-DUE-DATE   PIC 9(8).
           05 LN-STATUS          PIC X(1).
               88 LN-ACTIVE      VALUE "A".
               88 LN-PAST-DUE    VALUE "P".
               88 LN-CLOSED      VALUE "C".
           05 LN-BRANCH          PIC 9(3).
           05 LN-PAY-ACCOUNT-ID  PIC 9(6).
           05 LN-LATE-FEE-DATE   PIC 9(8).
           05 LN-ESCROW-BALANCE  PIC S9(6)V99.
           05 LN-ESCROW-MONTHLY  PIC 9(6)V99.
           05 LN-ESCROW-ANALYSIS-DATE PIC 9(8).
           05 LN-TAX-PAYEE       PIC X(30).
           05 LN-TAX-AMOUNT      PIC 9(6)V99.
           05 LN-TAX-FREQ        PIC 9(2).
           05 LN-TAX-DUE-DATE    PIC 9(8).
           05 LN-INS-PAYEE       PIC X(30).
           05 LN-INS-AMOUNT      PIC 9(6)V99.
           05 LN-INS-FREQ        PIC 9(2).
           05 LN-INS-DUE-DATE    PIC 9(8).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           05 AC-ID              PIC 9(6).
           05 AC-CUST-ID         PIC 9(5).
           05 AC-TYPE            PIC X(1).
               88 AC-SAVINGS     VALUE "S".
               88 AC-CHECKING    VALUE "C" "B".
               88 AC-BUSINESS    VALUE "B".
               88 AC-CD          VALUE "D".
           05 AC-BALANCE         PIC S9(6)V99.
           05 AC-STATUS          PIC X(1).
               88 AC-OPEN        VALUE "O".
               88 AC-CLOSED      VALUE "C".
               88 AC-DORMANT     VALUE "M".
               88 AC-FROZEN      VALUE "F".
           05 AC-OVERDRAFT-LIMIT PIC 9(6)V99.
           05 AC-JOINT-CUST-ID   PIC 9(5).
           05 AC-PIN             PIC 9(4).
           05 AC-LAST-TXN-DATE   PIC 9(8).
           05 AC-DAILY-TXN-COUNT PIC 9(2).
           05 AC-MATURITY-DATE   PIC 9(8).
           05 AC-CD-RATE         PIC 9V9(4).
           05 AC-PIN-FAIL-COUNT  PIC 9(1).
           05 AC-MATURITY-DISP   PIC X(1).
               88 AC-DISP-ROLLOVER VALUE "R".
               88 AC-DISP-SWEEP    VALUE "S".
               88 AC-DISP-HOLD     VALUE "H".
           05 AC-SWEEP-ACCOUNT-ID PIC 9(6).
           05 AC-CD-TERM-DAYS    PIC 9(4).
           05 AC-LAST-INT-DATE   PIC 9(8).
           05 AC-BRANCH          PIC 9(3).
           05 AC-ALERT-THRESHOLD PIC 9(6)V99.
           05 AC-ODP-ACCOUNT-ID  PIC 9(6).
           05 AC-REACTIVATED-DATE PIC 9(8).
           05 AC-CUSTODIAN-ID    PIC 9(5).
           05 AC-PRODUCT-CODE    PIC X(4).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           05 TR-ID              PIC 9(8).
           05 TR-ACCOUNT-ID      PIC 9(6).
           05 TR-TYPE            PIC X(1).
               88 TR-DEPOSIT     VALUE "D".
               88 TR-WITHDRAW    VALUE "W".
               88 TR-TRANSFER    VALUE "X".
               88 TR-INTEREST    VALUE "I".
               88 TR-PENALTY     VALUE "P".
               88 TR-CARRYFWD    VALUE "B".
               88 TR-REVERSAL    VALUE "R".
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
           05 TR-DIRECTION       PIC X(1).
               88 TR-DEBIT       VALUE "-".
               88 TR-CREDIT      VALUE "+".
           05 TR-POSTED-FLAG     PIC X(1).
               88 TR-POSTED      VALUE "Y".
           05 TR-ORIG-ID         PIC 9(8).
           05 TR-REVERSED        PIC X(1).
               88 TR-IS-REVERSED VALUE "Y".
           05 TR-BRANCH          PIC 9(3).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
           05 AU-TIME            PIC 9(6).
           05 AU-PROGRAM         PIC X(8).
           05 AU-ACTION          PIC X(20).
           05 AU-KEY-ID          PIC 9(6).
           05 AU-DETAIL          PIC X(50).
           05 AU-OPERATOR        PIC X(8).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CR-ID              PIC 9(5).
           05 CR-NAME            PIC X(30).
           05 CR-EMAIL           PIC X(50).
           05 CR-BIRTHDATE       PIC 9(8).
           05 CR-STATUS          PIC X(1).
           05 CR-PHONE           PIC X(15).
           05 CR-ADDRESS         PIC X(40).
           05 CR-CITY            PIC X(20).
           05 CR-STATE           PIC X(2).
           05 CR-ZIP             PIC X(10).
           05 CR-STMT-CYCLE      PIC 9(2).
           05 CR-ID-TYPE         PIC X(1).
               88 CR-ID-DRIVERS-LICENSE VALUE "D".
               88 CR-ID-STATE-CARD      VALUE "S".
               88 CR-ID-PASSPORT        VALUE "P".
               88 CR-ID-MILITARY        VALUE "M".
               88 CR-ID-OTHER           VALUE "O".
           05 CR-ID-NUMBER       PIC X(20).
           05 CR-ID-STATE        PIC X(2).
           05 CR-ID-EXPIRY       PIC 9(8).
           05 CR-RISK-RATING     PIC X(1).
               88 CR-RISK-LOW    VALUE "L".
               88 CR-RISK-MEDIUM VALUE "M".
               88 CR-RISK-HIGH   VALUE "H".
           05 CR-NEXT-REVIEW-DATE PIC 9(8).
           05 CR-LAST-REVIEW-DATE PIC 9(8).
           05 CR-DEATH-DATE      PIC 9(8).
           05 CR-TIN             PIC X(9).
           05 CR-TIN-TYPE        PIC X(1).
               88 CR-TIN-SSN     VALUE "S".
               88 CR-TIN-EIN     VALUE "E".
           05 CR-W9-STATUS       PIC X(1).
               88 CR-W9-CERTIFIED    VALUE "C".
               88 CR-W9-UNCERTIFIED  VALUE "U".
               88 CR-W9-NOT-RECEIVED VALUE "N" " ".
           05 CR-W9-DATE         PIC 9(8).
           05 CR-BACKUP-WH       PIC X(1).
               88 CR-BACKUP-WITHHOLD VALUE "Y".

       FD ESCROW-STATEMENT-FILE.
       01 ESCROW-STATEMENT-LINE  PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).
           05 BD-STATUS          PIC X(1).
               88 BD-COMPLETE    VALUE "C".
               88 BD-RUNNING     VALUE "R".
           05 BD-LAST-STEP       PIC X(8).

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

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
           05 TC-NEXT-TR-ID      PIC 9(8).

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

       FD LOAN-HISTORY-FILE.
       01 LOAN-HISTORY-RECORD.
           05 LH-LOAN-ID         PIC 9(6).
           05 LH-DATE            PIC 9(8).
           05 LH-TIME            PIC 9(6).
           05 LH-EVENT           PIC X(1).
               88 LH-ORIGINATED  VALUE "O".
               88 LH-PAID        VALUE "P".
               88 LH-DRAFTED     VALUE "D".
               88 LH-FEE-ASSESSED VALUE "F".
               88 LH-WENT-PAST-DUE VALUE "S".
               88 LH-RELINKED    VALUE "K".
               88 LH-BRANCH-MOVED VALUE "B".
               88 LH-ESCROW-TAX-PAID VALUE "T".
               88 LH-ESCROW-INS-PAID VALUE "N".
               88 LH-ESCROW-ANALYZED VALUE "A".
               88 LH-ESCROW-REFUNDED VALUE "R".
           05 LH-PAYMENT         PIC 9(6)V99.
           05 LH-INTEREST        PIC 9(6)V99.
           05 LH-PRINCIPAL       PIC 9(6)V99.
           05 LH-LATE-FEE        PIC 9(6)V99.
           05 LH-BALANCE         PIC 9(6)V99.
           05 LH-PAY-ACCOUNT-ID  PIC 9(6).
           05 LH-STATUS          PIC X(1).
           05 LH-PROGRAM         PIC X(8).
           05 LH-OPERATOR        PIC X(8).
           05 LH-ESCROW          PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01 WS-EODSTAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG          PIC X(1) VALUE "P".
       01 WS-ES-DETAIL        PIC X(60) VALUE SPACES.
       01 WS-TXN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-LOAN-BEFORE-IMAGE PIC X(400) VALUE SPACES.
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-LOAN-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-STATEMENT-FILENAME   PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.
       01 WS-CUSTOMER-NAME        PIC X(30).

       01 WS-LOANS-ANALYZED       PIC 9(5) VALUE 0.
       01 WS-SHORTAGES            PIC 9(5) VALUE 0.
       01 WS-SURPLUSES-REFUNDED   PIC 9(5) VALUE 0.
       01 WS-SURPLUSES-HELD       PIC 9(5) VALUE 0.

      *    Cushion is two months; a shortage is collected over twelve.
       01 WS-ANNUAL-REQUIRED      PIC 9(7)V99 VALUE 0.
       01 WS-BASE-MONTHLY         PIC 9(6)V99 VALUE 0.
       01 WS-OLD-MONTHLY          PIC 9(6)V99 VALUE 0.
       01 WS-CUSHION              PIC 9(6)V99 VALUE 0.
       01 WS-STARTING-BALANCE     PIC S9(6)V99 VALUE 0.
       01 WS-LOW-POINT            PIC S9(7)V99 VALUE 0.
       01 WS-SHORTAGE             PIC 9(7)V99 VALUE 0.
       01 WS-SURPLUS              PIC 9(7)V99 VALUE 0.
       01 WS-REFUND-AMOUNT        PIC 9(6)V99 VALUE 0.
       01 WS-SURPLUS-MINIMUM      PIC 9(3)V99 VALUE 50.00.
       01 WS-REFUND-NOTE          PIC X(30) VALUE SPACES.
       01 WS-NEW-PAYMENT          PIC 9(7)V99 VALUE 0.

       01 WS-PROJ-BALANCE         PIC S9(7)V99 VALUE 0.
       01 WS-PROJ-MONTHLY         PIC 9(6)V99 VALUE 0.
       01 WS-PROJ-PAID            PIC 9(7)V99 VALUE 0.
       01 WS-PROJ-MONTH           PIC 9(2) VALUE 0.
       01 WS-PROJ-PRINT           PIC X VALUE "N".
       01 WS-PROJ-YEAR            PIC 9(4) VALUE 0.
       01 WS-PROJ-CAL-MONTH       PIC 9(2) VALUE 0.
       01 WS-TAX-OFFSET           PIC S9(4) VALUE 0.
       01 WS-INS-OFFSET           PIC S9(4) VALUE 0.
       01 WS-OFFSET-WORK          PIC S9(4) VALUE 0.
       01 WS-OFFSET-QUOTIENT      PIC S9(4) VALUE 0.
       01 WS-OFFSET-REMAINDER     PIC S9(4) VALUE 0.
       01 WS-CURRENT-MONTHS       PIC 9(6) VALUE 0.
       01 WS-ITEM-MONTHS          PIC 9(6) VALUE 0.

       01 WS-POST-OK              PIC X VALUE "N".
       01 WS-FAIL-REASON          PIC X(30) VALUE SPACES.
       01 WS-PAY-ACCOUNT-ID       PIC 9(6) VALUE 0.
       01 WS-BRANCH               PIC 9(3) VALUE 1.
       01 WS-CALC-DATE            PIC 9(8) VALUE 0.
       01 WS-CALC-MONTHS          PIC 9(3) VALUE 0.
       01 WS-MONTH-COUNT          PIC 9(6) VALUE 0.
       01 WS-DUE-YEAR             PIC 9(4) VALUE 0.
       01 WS-DUE-MONTH            PIC 9(2) VALUE 0.
       01 WS-DUE-DAY              PIC 9(2) VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-PAID       PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-ESCROW     PIC -Z,ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       01 WS-LOANHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HIST-EVENT           PIC X(1) VALUE SPACE.
       01 WS-HIST-ESCROW          PIC 9(6)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM ANALYZE-DUE-LOANS.

           MOVE "ESCROW ANALYSIS RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Analyzed " WS-LOANS-ANALYZED " short "
               WS-SHORTAGES " refunded " WS-SURPLUSES-REFUNDED
               DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "ESCROW ANALYSIS COMPLETE".
           DISPLAY "Loans analyzed: " WS-LOANS-ANALYZED.
           DISPLAY "Shortages spread: " WS-SHORTAGES.
           DISPLAY "Surpluses refunded: " WS-SURPLUSES-REFUNDED.
           DISPLAY "Surplus refunds held: " WS-SURPLUSES-HELD.
           DISPLAY "===================================".
           IF WS-SURPLUSES-HELD = 0
               MOVE "P" TO WS-ES-FLAG
           ELSE
               MOVE "A" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Analyzed " WS-LOANS-ANALYZED " short "
               WS-SHORTAGES " refunded " WS-SURPLUSES-REFUNDED
               " held " WS-SURPLUSES-HELD
               DELIMITED BY SIZE
               INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-TRANSACTION-ID.

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

       INITIALIZE-TRANSACTION-ID.
           OPEN INPUT TRANSACTION-CONTROL-FILE.
           IF WS-TXNCTL-FILE-STATUS = "00"
               READ TRANSACTION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TC-NEXT-TR-ID TO WS-TRANSACTION-ID
               END-READ
               CLOSE TRANSACTION-CONTROL-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = "00"
               CLOSE TRANSACTION-FILE
               PERFORM WRITE-TRANSACTION-CONTROL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TR-ID TO WS-TRANSACTION-ID
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       WRITE-TRANSACTION-CONTROL.
           OPEN OUTPUT TRANSACTION-CONTROL-FILE.
           MOVE WS-TRANSACTION-ID TO TC-NEXT-TR-ID.
           WRITE TRANSACTION-CONTROL-RECORD.
           CLOSE TRANSACTION-CONTROL-FILE.

       ANALYZE-DUE-LOANS.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               CLOSE LOAN-FILE
               DISPLAY "No loans on file. Nothing to analyze."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (LN-ACTIVE OR LN-PAST-DUE)
                           AND LN-ESCROW-ANALYSIS-DATE > 0
                           AND LN-ESCROW-ANALYSIS-DATE <= WS-DATE
                           PERFORM ANALYZE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

      *    Projects twelve months to find the low point.
       ANALYZE-ONE-LOAN.
           MOVE LOAN-RECORD TO WS-LOAN-BEFORE-IMAGE.
           ADD 1 TO WS-LOANS-ANALYZED.
           MOVE LN-ESCROW-MONTHLY TO WS-OLD-MONTHLY.
           MOVE LN-ESCROW-BALANCE TO WS-STARTING-BALANCE.
           MOVE 0 TO WS-ANNUAL-REQUIRED.
           IF LN-TAX-PAYEE NOT = SPACES AND LN-TAX-FREQ > 0
               COMPUTE WS-ANNUAL-REQUIRED = WS-ANNUAL-REQUIRED
                   + LN-TAX-AMOUNT * 12 / LN-TAX-FREQ
           END-IF.
           IF LN-INS-PAYEE NOT = SPACES AND LN-INS-FREQ > 0
               COMPUTE WS-ANNUAL-REQUIRED = WS-ANNUAL-REQUIRED
                   + LN-INS-AMOUNT * 12 / LN-INS-FREQ
           END-IF.
           COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL-REQUIRED / 12.
           COMPUTE WS-CUSHION ROUNDED = WS-ANNUAL-REQUIRED / 6.
           PERFORM COMPUTE-ITEM-OFFSETS.

           MOVE LN-ESCROW-BALANCE TO WS-PROJ-BALANCE.
           MOVE WS-BASE-MONTHLY TO WS-PROJ-MONTHLY.
           MOVE "N" TO WS-PROJ-PRINT.
           PERFORM PROJECT-ESCROW-YEAR.

           MOVE 0 TO WS-SHORTAGE.
           MOVE 0 TO WS-SURPLUS.
           MOVE 0 TO WS-REFUND-AMOUNT.
           MOVE SPACES TO WS-REFUND-NOTE.
           IF WS-LOW-POINT < WS-CUSHION
               COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-POINT
               ADD 1 TO WS-SHORTAGES
           ELSE
               COMPUTE WS-SURPLUS = WS-LOW-POINT - WS-CUSHION
           END-IF.

           IF WS-SURPLUS > 0
               IF WS-ANNUAL-REQUIRED = 0
                   OR (WS-SURPLUS >= WS-SURPLUS-MINIMUM
                       AND LN-ACTIVE)
                   MOVE WS-SURPLUS TO WS-REFUND-AMOUNT
                   PERFORM REFUND-SURPLUS
               ELSE
                   MOVE "Retained in escrow" TO WS-REFUND-NOTE
               END-IF
           END-IF.

           COMPUTE LN-ESCROW-MONTHLY ROUNDED =
               WS-BASE-MONTHLY + WS-SHORTAGE / 12.
           IF WS-ANNUAL-REQUIRED = 0 AND LN-ESCROW-BALANCE = 0
               MOVE 0 TO LN-ESCROW-ANALYSIS-DATE
           ELSE
               MOVE LN-ESCROW-ANALYSIS-DATE TO WS-CALC-DATE
               MOVE 12 TO WS-CALC-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               IF WS-CALC-DATE <= WS-DATE
                   MOVE WS-DATE TO WS-CALC-DATE
                   PERFORM ADD-MONTHS-TO-DATE
               END-IF
               MOVE WS-CALC-DATE TO LN-ESCROW-ANALYSIS-DATE
           END-IF.
           REWRITE LOAN-RECORD.
           MOVE "LOANMST " TO WS-MJ-FILE-ID.
           MOVE WS-LOAN-BEFORE-IMAGE TO WS-MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE LN-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.

           MOVE "A" TO WS-HIST-EVENT.
           MOVE LN-ESCROW-MONTHLY TO WS-HIST-ESCROW.
           PERFORM WRITE-LOAN-HISTORY.

           PERFORM WRITE-ESCROW-STATEMENT.

           MOVE "ESCROW ANALYSIS" TO WS-AUDIT-ACTION.
           MOVE LN-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Monthly " LN-ESCROW-MONTHLY " short " WS-SHORTAGE
               " surplus " WS-SURPLUS DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

      *    Months until each bill next falls due, current month = 1.
       COMPUTE-ITEM-OFFSETS.
           MOVE WS-DATE(1:4) TO WS-DUE-YEAR.
           MOVE WS-DATE(5:2) TO WS-DUE-MONTH.
           COMPUTE WS-CURRENT-MONTHS = WS-DUE-YEAR * 12 + WS-DUE-MONTH.
           MOVE 0 TO WS-TAX-OFFSET.
           MOVE 0 TO WS-INS-OFFSET.
           IF LN-TAX-PAYEE NOT = SPACES AND LN-TAX-FREQ > 0
               MOVE LN-TAX-DUE-DATE(1:4) TO WS-DUE-YEAR
               MOVE LN-TAX-DUE-DATE(5:2) TO WS-DUE-MONTH
               COMPUTE WS-ITEM-MONTHS = WS-DUE-YEAR * 12 + WS-DUE-MONTH
               COMPUTE WS-TAX-OFFSET =
                   WS-ITEM-MONTHS - WS-CURRENT-MONTHS + 1
               IF WS-TAX-OFFSET < 1
                   MOVE 1 TO WS-TAX-OFFSET
               END-IF
           END-IF.
           IF LN-INS-PAYEE NOT = SPACES AND LN-INS-FREQ > 0
               MOVE LN-INS-DUE-DATE(1:4) TO WS-DUE-YEAR
               MOVE LN-INS-DUE-DATE(5:2) TO WS-DUE-MONTH
               COMPUTE WS-ITEM-MONTHS = WS-DUE-YEAR * 12 + WS-DUE-MONTH
               COMPUTE WS-INS-OFFSET =
                   WS-ITEM-MONTHS - WS-CURRENT-MONTHS + 1
               IF WS-INS-OFFSET < 1
                   MOVE 1 TO WS-INS-OFFSET
               END-IF
           END-IF.

      *    Twelve-month projection; WS-PROJ-PRINT prints each month.
       PROJECT-ESCROW-YEAR.
           MOVE WS-PROJ-BALANCE TO WS-LOW-POINT.
           MOVE WS-DATE(1:4) TO WS-PROJ-YEAR.
           MOVE WS-DATE(5:2) TO WS-PROJ-CAL-MONTH.
           PERFORM VARYING WS-PROJ-MONTH FROM 1 BY 1
               UNTIL WS-PROJ-MONTH > 12
               MOVE 0 TO WS-PROJ-PAID
               IF WS-TAX-OFFSET > 0
                   MOVE WS-TAX-OFFSET TO WS-OFFSET-WORK
                   IF WS-PROJ-MONTH >= WS-OFFSET-WORK
                       COMPUTE WS-OFFSET-WORK =
                           WS-PROJ-MONTH - WS-OFFSET-WORK
                       DIVIDE WS-OFFSET-WORK BY LN-TAX-FREQ
                           GIVING WS-OFFSET-QUOTIENT
                           REMAINDER WS-OFFSET-REMAINDER
                       IF WS-OFFSET-REMAINDER = 0
                           ADD LN-TAX-AMOUNT TO WS-PROJ-PAID
                       END-IF
                   END-IF
               END-IF
               IF WS-INS-OFFSET > 0
                   MOVE WS-INS-OFFSET TO WS-OFFSET-WORK
                   IF WS-PROJ-MONTH >= WS-OFFSET-WORK
                       COMPUTE WS-OFFSET-WORK =
                           WS-PROJ-MONTH - WS-OFFSET-WORK
                       DIVIDE WS-OFFSET-WORK BY LN-INS-FREQ
                           GIVING WS-OFFSET-QUOTIENT
                           REMAINDER WS-OFFSET-REMAINDER
                       IF WS-OFFSET-REMAINDER = 0
                           ADD LN-INS-AMOUNT TO WS-PROJ-PAID
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-PROJ-BALANCE =
                   WS-PROJ-BALANCE + WS-PROJ-MONTHLY - WS-PROJ-PAID
               IF WS-PROJ-BALANCE < WS-LOW-POINT
                   MOVE WS-PROJ-BALANCE TO WS-LOW-POINT
               END-IF
               IF WS-PROJ-PRINT = "Y"
                   PERFORM WRITE-PROJECTION-LINE
               END-IF
               ADD 1 TO WS-PROJ-CAL-MONTH
               IF WS-PROJ-CAL-MONTH > 12
                   MOVE 1 TO WS-PROJ-CAL-MONTH
                   ADD 1 TO WS-PROJ-YEAR
               END-IF
           END-PERFORM.

       REFUND-SURPLUS.
           MOVE LN-PAY-ACCOUNT-ID TO WS-PAY-ACCOUNT-ID.
           IF WS-PAY-ACCOUNT-ID = 0
               MOVE "No payment account linked" TO WS-FAIL-REASON
               MOVE 0 TO WS-REFUND-AMOUNT
               MOVE "Refund held - no account" TO WS-REFUND-NOTE
               ADD 1 TO WS-SURPLUSES-HELD
               EXIT PARAGRAPH
           END-IF.
           PERFORM CREDIT-PAY-ACCOUNT.
           IF WS-POST-OK = "N"
               MOVE 0 TO WS-REFUND-AMOUNT
               MOVE WS-FAIL-REASON TO WS-REFUND-NOTE
               ADD 1 TO WS-SURPLUSES-HELD
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-REFUND-TRANSACTION.
           SUBTRACT WS-REFUND-AMOUNT FROM LN-ESCROW-BALANCE.
           ADD 1 TO WS-SURPLUSES-REFUNDED.
           MOVE "Refunded to payment account" TO WS-REFUND-NOTE.

           MOVE "R" TO WS-HIST-EVENT.
           MOVE WS-REFUND-AMOUNT TO WS-HIST-ESCROW.
           PERFORM WRITE-LOAN-HISTORY.

           MOVE "ESCROW REFUNDED" TO WS-AUDIT-ACTION.
           MOVE LN-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Surplus " WS-REFUND-AMOUNT " to account "
               WS-PAY-ACCOUNT-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       CREDIT-PAY-ACCOUNT.
           MOVE "N" TO WS-POST-OK.
           MOVE SPACES TO WS-FAIL-REASON.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               MOVE "No account file" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAY-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Payment account not on file"
                       TO WS-FAIL-REASON
               NOT INVALID KEY
                   IF NOT AC-OPEN
                       MOVE "Payment account not open"
                           TO WS-FAIL-REASON
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                       ADD WS-REFUND-AMOUNT TO AC-BALANCE
                       MOVE AC-BRANCH TO WS-BRANCH
                       MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                       REWRITE ACCOUNT-RECORD
                       MOVE "ACCOUNT " TO WS-MJ-FILE-ID
                       MOVE "R" TO WS-MJ-ACTION
                       MOVE AC-ID TO WS-MJ-KEY
                       PERFORM RECORD-MASTER-IMAGE
                       MOVE "Y" TO WS-POST-OK
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.

       RECORD-REFUND-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-PAY-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "D" TO TR-TYPE.
           MOVE WS-REFUND-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE SPACE TO TR-DIRECTION.
           MOVE "N" TO TR-POSTED-FLAG.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       WRITE-ESCROW-STATEMENT.
           PERFORM GET-BORROWER-DETAILS.
           MOVE SPACES TO WS-STATEMENT-FILENAME.
           STRING "ESCRSTMT-" DELIMITED BY SIZE
                  LN-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-STATEMENT-FILENAME.
           OPEN OUTPUT ESCROW-STATEMENT-FILE.
           MOVE "===================================" TO
               ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "ANNUAL ESCROW ACCOUNT DISCLOSURE - Borrower: "
                  DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE CR-ADDRESS TO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING CR-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-ZIP DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "Loan ID: " DELIMITED BY SIZE
                  LN-ID DELIMITED BY SIZE
                  "  Analysis Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE "===================================" TO
               ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.

           IF LN-TAX-PAYEE NOT = SPACES
               MOVE LN-TAX-AMOUNT TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO ESCROW-STATEMENT-LINE
               STRING "Property Tax: " DELIMITED BY SIZE
                      LN-TAX-PAYEE DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      " every " DELIMITED BY SIZE
                      LN-TAX-FREQ DELIMITED BY SIZE
                      " months" DELIMITED BY SIZE
                      INTO ESCROW-STATEMENT-LINE
               WRITE ESCROW-STATEMENT-LINE
           END-IF.
           IF LN-INS-PAYEE NOT = SPACES
               MOVE LN-INS-AMOUNT TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO ESCROW-STATEMENT-LINE
               STRING "Insurance:    " DELIMITED BY SIZE
                      LN-INS-PAYEE DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      " every " DELIMITED BY SIZE
                      LN-INS-FREQ DELIMITED BY SIZE
                      " months" DELIMITED BY SIZE
                      INTO ESCROW-STATEMENT-LINE
               WRITE ESCROW-STATEMENT-LINE
           END-IF.
           MOVE WS-ANNUAL-REQUIRED TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "Annual Disbursements:      $" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE WS-STARTING-BALANCE TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "Escrow Balance at Analysis:$" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE WS-LOW-POINT TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "Projected Low Point:       $" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE WS-CUSHION TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "Required Cushion:          $" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE "-----------------------------------" TO
               ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.

           IF WS-SHORTAGE > 0
               MOVE WS-SHORTAGE TO WS-FORMATTED-ESCROW
               MOVE SPACES TO ESCROW-STATEMENT-LINE
               STRING "Escrow SHORTAGE:           $" DELIMITED BY SIZE
                      WS-FORMATTED-ESCROW DELIMITED BY SIZE
                      INTO ESCROW-STATEMENT-LINE
               WRITE ESCROW-STATEMENT-LINE
               MOVE "The shortage is spread over your next 12 "
                   TO ESCROW-STATEMENT-LINE
               WRITE ESCROW-STATEMENT-LINE
               MOVE "monthly payments." TO ESCROW-STATEMENT-LINE
               WRITE ESCROW-STATEMENT-LINE
           ELSE
               MOVE WS-SURPLUS TO WS-FORMATTED-ESCROW
               MOVE SPACES TO ESCROW-STATEMENT-LINE
               STRING "Escrow Surplus:            $" DELIMITED BY SIZE
                      WS-FORMATTED-ESCROW DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-REFUND-NOTE DELIMITED BY SIZE
                      INTO ESCROW-STATEMENT-LINE
               WRITE ESCROW-STATEMENT-LINE
           END-IF.

           MOVE WS-OLD-MONTHLY TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "Previous Monthly Escrow:   $" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE LN-ESCROW-MONTHLY TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "New Monthly Escrow:        $" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           COMPUTE WS-NEW-PAYMENT =
               LN-PAYMENT-AMOUNT + LN-ESCROW-MONTHLY.
           MOVE WS-NEW-PAYMENT TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING "New Total Payment:         $" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  "  from " DELIMITED BY SIZE
                  LN-NEXT-DUE-DATE DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.

           MOVE "===================================" TO
               ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE "PROJECTED ESCROW ACTIVITY - NEXT 12 MONTHS" TO
               ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE "Month      Deposit    Disbursed        Balance" TO
               ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           MOVE LN-ESCROW-BALANCE TO WS-PROJ-BALANCE.
           MOVE LN-ESCROW-MONTHLY TO WS-PROJ-MONTHLY.
           MOVE "Y" TO WS-PROJ-PRINT.
           PERFORM PROJECT-ESCROW-YEAR.
           MOVE "===================================" TO
               ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.
           CLOSE ESCROW-STATEMENT-FILE.

           MOVE "ESCRANL " TO WS-SPOOL-TYPE.
           MOVE LN-ID TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-STATEMENT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

       WRITE-PROJECTION-LINE.
           MOVE WS-PROJ-MONTHLY TO WS-FORMATTED-AMOUNT.
           MOVE WS-PROJ-PAID TO WS-FORMATTED-PAID.
           MOVE WS-PROJ-BALANCE TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-STATEMENT-LINE.
           STRING WS-PROJ-YEAR DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PROJ-CAL-MONTH DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-FORMATTED-PAID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-STATEMENT-LINE.
           WRITE ESCROW-STATEMENT-LINE.

       GET-BORROWER-DETAILS.
           MOVE "(customer not on file)" TO WS-CUSTOMER-NAME.
           MOVE SPACES TO CR-ADDRESS.
           MOVE SPACES TO CR-CITY.
           MOVE SPACES TO CR-STATE.
           MOVE SPACES TO CR-ZIP.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CR-ADDRESS
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-CUSTOMER-NAME
           END-READ.
           CLOSE CUSTOMER-FILE.

      *    Holds the day at 28 or earlier.
       ADD-MONTHS-TO-DATE.
           MOVE WS-CALC-DATE(1:4) TO WS-DUE-YEAR.
           MOVE WS-CALC-DATE(5:2) TO WS-DUE-MONTH.
           MOVE WS-CALC-DATE(7:2) TO WS-DUE-DAY.
           COMPUTE WS-MONTH-COUNT =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + WS-CALC-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-CALC-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY.

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "ESCRANL " TO MJ-PROGRAM.
           MOVE WS-MJ-FILE-ID TO MJ-FILE-ID.
           MOVE WS-MJ-ACTION TO MJ-ACTION.
           MOVE WS-MJ-KEY TO MJ-KEY.
           MOVE WS-MJ-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE WS-MJ-AFTER-IMAGE TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.
           CLOSE MASTER-JOURNAL-FILE.

       OPEN-TRANSACTION-IO.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "ESCRANL " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

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

      *    LH-ESCROW holds the new deposit or the refund paid.
       WRITE-LOAN-HISTORY.
           OPEN EXTEND LOAN-HISTORY-FILE.
           IF WS-LOANHIST-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
           END-IF.
           MOVE LN-ID TO LH-LOAN-ID.
           MOVE WS-DATE TO LH-DATE.
           MOVE WS-TIME TO LH-TIME.
           MOVE WS-HIST-EVENT TO LH-EVENT.
           MOVE 0 TO LH-PAYMENT.
           MOVE 0 TO LH-INTEREST.
           MOVE 0 TO LH-PRINCIPAL.
           MOVE 0 TO LH-LATE-FEE.
           MOVE WS-HIST-ESCROW TO LH-ESCROW.
           MOVE LN-PRINCIPAL TO LH-BALANCE.
           MOVE LN-PAY-ACCOUNT-ID TO LH-PAY-ACCOUNT-ID.
           MOVE LN-STATUS TO LH-STATUS.
           MOVE "ESCRANL " TO LH-PROGRAM.
           MOVE "SYSTEM  " TO LH-OPERATOR.
           WRITE LOAN-HISTORY-RECORD.
           CLOSE LOAN-HISTORY-FILE.
           MOVE 0 TO WS-HIST-ESCROW.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "ESCRANL " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
