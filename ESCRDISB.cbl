       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRDISB.

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
           SELECT ESCROW-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
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

       FD ESCROW-REPORT-FILE.
       01 ESCROW-REPORT-LINE     PIC X(80).

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
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.

       01 WS-ITEMS-PAID           PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL           PIC 9(10)V99 VALUE 0.
       01 WS-ADVANCES             PIC 9(5) VALUE 0.
       01 WS-REFUNDS-PAID         PIC 9(5) VALUE 0.
       01 WS-REFUND-TOTAL         PIC 9(10)V99 VALUE 0.
       01 WS-REFUNDS-DUE          PIC 9(5) VALUE 0.

       01 WS-LOAN-CHANGED         PIC X VALUE "N".
       01 WS-ITEM-TYPE            PIC X(3) VALUE SPACES.
       01 WS-ITEM-PAYEE           PIC X(30) VALUE SPACES.
       01 WS-ITEM-AMOUNT          PIC 9(6)V99 VALUE 0.
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
       01 WS-FORMATTED-ESCROW     PIC -Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       01 WS-LOANHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HIST-EVENT           PIC X(1) VALUE SPACE.
       01 WS-HIST-ESCROW          PIC 9(6)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.

           OPEN OUTPUT ESCROW-REPORT-FILE.
           MOVE "ESCROW DISBURSEMENT REGISTER" TO ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.
           MOVE SPACES TO ESCROW-REPORT-LINE.
           STRING "Business Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.
           MOVE "-----------------------------------" TO
               ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.

           PERFORM DISBURSE-ESCROW-ITEMS.

           MOVE "-----------------------------------" TO
               ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.
           MOVE WS-PAID-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO ESCROW-REPORT-LINE.
           STRING "Bills paid: " DELIMITED BY SIZE
                  WS-ITEMS-PAID DELIMITED BY SIZE
                  "  Total: " DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL DELIMITED BY SIZE
                  "  Advanced: " DELIMITED BY SIZE
                  WS-ADVANCES DELIMITED BY SIZE
                  INTO ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.
           MOVE WS-REFUND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO ESCROW-REPORT-LINE.
           STRING "Refunds paid: " DELIMITED BY SIZE
                  WS-REFUNDS-PAID DELIMITED BY SIZE
                  "  Total: " DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL DELIMITED BY SIZE
                  "  Still due: " DELIMITED BY SIZE
                  WS-REFUNDS-DUE DELIMITED BY SIZE
                  INTO ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.
           CLOSE ESCROW-REPORT-FILE.

           MOVE "ESCRDISB" TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           MOVE "ESCROW DISB RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Paid " WS-ITEMS-PAID " refunded " WS-REFUNDS-PAID
               " due " WS-REFUNDS-DUE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "ESCROW DISBURSEMENT COMPLETE".
           DISPLAY "Bills paid: " WS-ITEMS-PAID.
           DISPLAY "Total disbursed: " WS-PAID-TOTAL.
           DISPLAY "Escrow advances: " WS-ADVANCES.
           DISPLAY "Refunds paid: " WS-REFUNDS-PAID.
           DISPLAY "Refunds still due: " WS-REFUNDS-DUE.
           DISPLAY "Register written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".
           IF WS-ADVANCES = 0 AND WS-REFUNDS-DUE = 0
               MOVE "P" TO WS-ES-FLAG
           ELSE
               MOVE "A" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Paid " WS-ITEMS-PAID " advanced " WS-ADVANCES
               " refunded " WS-REFUNDS-PAID " due " WS-REFUNDS-DUE
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
           STRING "ESCRPAY-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

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

      *    Closed loans have their escrow returned.
       DISBURSE-ESCROW-ITEMS.
           OPEN I-O LOAN-FILE.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               CLOSE LOAN-FILE
               DISPLAY "No loans on file. Nothing to disburse."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-CLOSED
                           IF LN-ESCROW-BALANCE > 0
                               PERFORM REFUND-CLOSED-ESCROW
                           END-IF
                       ELSE
                           PERFORM PAY-DUE-ESCROW-ITEMS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

       PAY-DUE-ESCROW-ITEMS.
           MOVE LOAN-RECORD TO WS-LOAN-BEFORE-IMAGE.
           MOVE "N" TO WS-LOAN-CHANGED.
           IF LN-TAX-PAYEE NOT = SPACES AND LN-TAX-AMOUNT > 0
               AND LN-TAX-DUE-DATE > 0
               AND LN-TAX-DUE-DATE <= WS-DATE
               MOVE "TAX" TO WS-ITEM-TYPE
               MOVE LN-TAX-PAYEE TO WS-ITEM-PAYEE
               MOVE LN-TAX-AMOUNT TO WS-ITEM-AMOUNT
               MOVE "T" TO WS-HIST-EVENT
               PERFORM DISBURSE-ONE-ITEM
               IF LN-TAX-FREQ = 0
                   MOVE 12 TO LN-TAX-FREQ
               END-IF
               MOVE LN-TAX-DUE-DATE TO WS-CALC-DATE
               MOVE LN-TAX-FREQ TO WS-CALC-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-CALC-DATE TO LN-TAX-DUE-DATE
           END-IF.
           IF LN-INS-PAYEE NOT = SPACES AND LN-INS-AMOUNT > 0
               AND LN-INS-DUE-DATE > 0
               AND LN-INS-DUE-DATE <= WS-DATE
               MOVE "INS" TO WS-ITEM-TYPE
               MOVE LN-INS-PAYEE TO WS-ITEM-PAYEE
               MOVE LN-INS-AMOUNT TO WS-ITEM-AMOUNT
               MOVE "N" TO WS-HIST-EVENT
               PERFORM DISBURSE-ONE-ITEM
               IF LN-INS-FREQ = 0
                   MOVE 12 TO LN-INS-FREQ
               END-IF
               MOVE LN-INS-DUE-DATE TO WS-CALC-DATE
               MOVE LN-INS-FREQ TO WS-CALC-MONTHS
               PERFORM ADD-MONTHS-TO-DATE
               MOVE WS-CALC-DATE TO LN-INS-DUE-DATE
           END-IF.
           IF WS-LOAN-CHANGED = "Y"
               REWRITE LOAN-RECORD
               MOVE "LOANMST " TO WS-MJ-FILE-ID
               MOVE WS-LOAN-BEFORE-IMAGE TO WS-MJ-BEFORE-IMAGE
               MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE
               MOVE "R" TO WS-MJ-ACTION
               MOVE LN-ID TO WS-MJ-KEY
               PERFORM RECORD-MASTER-IMAGE
           END-IF.

      *    The bill is always paid, even if escrow goes negative.
       DISBURSE-ONE-ITEM.
           MOVE "Y" TO WS-LOAN-CHANGED.
           SUBTRACT WS-ITEM-AMOUNT FROM LN-ESCROW-BALANCE.
           ADD 1 TO WS-ITEMS-PAID.
           ADD WS-ITEM-AMOUNT TO WS-PAID-TOTAL.

           MOVE WS-ITEM-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE LN-ESCROW-BALANCE TO WS-FORMATTED-ESCROW.
           MOVE SPACES TO ESCROW-REPORT-LINE.
           STRING "PAID   Loan " DELIMITED BY SIZE
                  LN-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITEM-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITEM-PAYEE DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  " Bal" DELIMITED BY SIZE
                  WS-FORMATTED-ESCROW DELIMITED BY SIZE
                  INTO ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.
           IF LN-ESCROW-BALANCE < 0
               ADD 1 TO WS-ADVANCES
               MOVE "       Escrow short - bill advanced by the bank"
                   TO ESCROW-REPORT-LINE
               WRITE ESCROW-REPORT-LINE
           END-IF.

           MOVE WS-ITEM-AMOUNT TO WS-HIST-ESCROW.
           PERFORM WRITE-LOAN-HISTORY.

           MOVE "ESCROW DISBURSED" TO WS-AUDIT-ACTION.
           MOVE LN-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING WS-ITEM-TYPE " " WS-ITEM-PAYEE " " WS-ITEM-AMOUNT
               DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       REFUND-CLOSED-ESCROW.
           MOVE LOAN-RECORD TO WS-LOAN-BEFORE-IMAGE.
           MOVE LN-PAY-ACCOUNT-ID TO WS-PAY-ACCOUNT-ID.
           MOVE LN-ESCROW-BALANCE TO WS-ITEM-AMOUNT.
           IF WS-PAY-ACCOUNT-ID = 0
               MOVE "No payment account linked" TO WS-FAIL-REASON
               PERFORM REPORT-REFUND-DUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CREDIT-PAY-ACCOUNT.
           IF WS-POST-OK = "N"
               PERFORM REPORT-REFUND-DUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-REFUND-TRANSACTION.

           MOVE 0 TO LN-ESCROW-BALANCE.
           REWRITE LOAN-RECORD.
           MOVE "LOANMST " TO WS-MJ-FILE-ID.
           MOVE WS-LOAN-BEFORE-IMAGE TO WS-MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE LN-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.

           ADD 1 TO WS-REFUNDS-PAID.
           ADD WS-ITEM-AMOUNT TO WS-REFUND-TOTAL.
           MOVE WS-ITEM-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO ESCROW-REPORT-LINE.
           STRING "REFUND Loan " DELIMITED BY SIZE
                  LN-ID DELIMITED BY SIZE
                  " closed - escrow returned to account "
                  DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-ID DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.

           MOVE "R" TO WS-HIST-EVENT.
           MOVE WS-ITEM-AMOUNT TO WS-HIST-ESCROW.
           PERFORM WRITE-LOAN-HISTORY.

           MOVE "ESCROW REFUNDED" TO WS-AUDIT-ACTION.
           MOVE LN-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Refund " WS-ITEM-AMOUNT " to account "
               WS-PAY-ACCOUNT-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

      *    Reported nightly until a payment account is linked.
       REPORT-REFUND-DUE.
           ADD 1 TO WS-REFUNDS-DUE.
           MOVE WS-ITEM-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO ESCROW-REPORT-LINE.
           STRING "DUE    Loan " DELIMITED BY SIZE
                  LN-ID DELIMITED BY SIZE
                  " escrow refund " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FAIL-REASON DELIMITED BY SIZE
                  INTO ESCROW-REPORT-LINE.
           WRITE ESCROW-REPORT-LINE.

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
                       ADD WS-ITEM-AMOUNT TO AC-BALANCE
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
           MOVE WS-ITEM-AMOUNT TO TR-AMOUNT.
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
           MOVE "ESCRDISB" TO MJ-PROGRAM.
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
           MOVE "ESCRDISB" TO ES-STEP.
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

      *    LH-ESCROW holds the amount moved.
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
           MOVE "ESCRDISB" TO LH-PROGRAM.
           MOVE "SYSTEM  " TO LH-OPERATOR.
           WRITE LOAN-HISTORY-RECORD.
           CLOSE LOAN-HISTORY-FILE.
           MOVE 0 TO WS-HIST-ESCROW.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "ESCRDISB" TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
