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
           SELECT RATE-FILE ASSIGN TO "RATES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CD-NOTICE-FILE ASSIGN TO WS-NOTICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IA-ACCOUNT-ID
           FILE STATUS IS WS-ACCRUAL-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
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
           05 AC-LAST-INT-DATE   PIC 9(8).
           05 AC-BRANCH          PIC 9(3).
           05 AC-ALERT-THRESHOLD PIC 9(6)V99.
           05 AC-ODP-ACCOUNT-ID  PIC 9(6).
           05 AC-REACTIVATED-DATE PIC 9(8).
           05 AC-CUSTODIAN-ID    PIC 9(5).
           05 AC-PRODUCT-CODE    PIC X(4).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
           05 RT-EFFECTIVE-DATE  PIC 9(8).
           05 RT-RATE            PIC 9V9(4).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PD-CODE            PIC X(4).
           05 PD-NAME            PIC X(30).
           05 PD-BASE-TYPE       PIC X(1).
           05 PD-STATUS          PIC X(1).
           05 PD-MIN-OPEN-DEPOSIT PIC 9(6)V99.
           05 PD-OVERDRAFT-OK    PIC X(1).
           05 PD-PIN-OK          PIC X(1).
           05 PD-JOINT-OK        PIC X(1).
           05 PD-CD-TERMS-OK     PIC X(1).
           05 PD-DEFAULT-ALERT   PIC 9(6)V99.
           05 PD-RATE-KEY        PIC X(1).
           05 PD-FEE-KEY         PIC X(1).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
               88 AL-CD-MATURITY VALUE "M".
               88 AL-LARGE-TXN   VALUE "X".
               88 AL-LOAN-PAST-DUE VALUE "P".
               88 AL-CONTACT-CHANGE VALUE "C".
           05 AL-AMOUNT          PIC 9(6)V99.
           05 AL-SENT            PIC X(1).
               88 AL-IS-SENT     VALUE "Y".
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
               88 ES-ATTENTION   VALUE "A".
           05 ES-DETAIL          PIC X(60).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 IA-ACCOUNT-ID      PIC 9(6).
           05 IA-ACCRUED         PIC 9(6)V9(6).
           05 IA-LAST-ACCRUAL-DATE PIC 9(8).
           05 IA-LAST-PAID-DATE  PIC 9(8).
           05 IA-LAST-PAID-AMOUNT PIC 9(6)V99.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CR-ID              PIC 9(5).
           05 CR-NAME            PIC X(30).
           05 CR-EMAIL           PIC X(50).
           05 CR-BIRTHDATE       PIC 9(8).
           05 CR-STATUS          PIC X(1).
               88 CR-ACTIVE      VALUE "A".
               88 CR-INACTIVE    VALUE "I".
               88 CR-DECEASED    VALUE "D".
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

       WORKING-STORAGE SECTION.
       01 WS-EODSTAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOD-MODE         PIC X VALUE "N".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-ACCOUNT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-ALERTQ-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS       PIC X(2) VALUE "00".
       01 WS-RATE-FOUND             PIC X VALUE "N".
       01 WS-BEST-EFF-DATE          PIC 9(8) VALUE 0.
       01 WS-BEST-MIN-BALANCE       PIC 9(6)V99 VALUE 0.
       01 WS-PRODCAT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY WS-PD-IDX.
             10 WS-PD-CODE        PIC X(4).
             10 WS-PD-NAME        PIC X(30).
             10 WS-PD-RATE-KEY    PIC X(1).
             10 WS-PD-FEE-KEY     PIC X(1).
       01 WS-PRODUCT-COUNT          PIC 9(2) VALUE 0.
       01 WS-PRODUCT-EOF            PIC X VALUE "N".
       01 WS-PRODUCT-FOUND          PIC X VALUE "N".
       01 WS-PRODUCT-NAME           PIC X(30) VALUE SPACES.
       01 WS-PRODUCT-RATE-KEY       PIC X(1) VALUE SPACE.
       01 WS-PRODUCT-FEE-KEY        PIC X(1) VALUE SPACE.

       01 WS-NOTICE-FILENAME        PIC X(40).
       01 WS-MATURED-TABLE.
       01 WS-CKPT-FILE-STATUS       PIC X(2) VALUE "00".
       01 WS-CHECKPOINT-ID          PIC 9(6) VALUE 0.
       01 WS-SKIPPED-POSTED         PIC 9(5) VALUE 0.
       01 WS-ACCRUAL-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-AVAIL    PIC X VALUE "N".
       01 WS-ACCRUAL-FOUND          PIC X VALUE "N".
       01 WS-ACCRUAL-THROUGH        PIC 9(8) VALUE 0.
       01 WS-ACCRUAL-DAYS           PIC 9(5) VALUE 0.
       01 WS-ACCRUAL-AMOUNT         PIC 9(6)V9(6) VALUE 0.
       01 WS-ACCOUNTS-ACCRUED       PIC 9(5) VALUE 0.
       01 WS-TOTAL-ACCRUED          PIC 9(8)V99 VALUE 0.
       01 WS-PAYOUT-DUE             PIC X VALUE "N".
       01 WS-CYCLE-DAY              PIC 9(2) VALUE 28.
       01 WS-RUN-DAY                PIC 9(2) VALUE 0.
       01 WS-CLOSED-PAYOUTS         PIC 9(5) VALUE 0.
       01 WS-BACKUP-WH-RATE         PIC V99 VALUE .24.
       01 WS-WITHHOLD-AMOUNT        PIC 9(6)V99 VALUE 0.
       01 WS-WITHHOLD-DUE           PIC X VALUE "N".
       01 WS-ACCOUNTS-WITHHELD      PIC 9(5) VALUE 0.
       01 WS-TOTAL-WITHHELD         PIC 9(8)V99 VALUE 0.

       01 WS-AUDIT-ACTION           PIC X(20).
       01 WS-AUDIT-KEY-ID           PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM ACCRUE-AND-PAY-INTEREST.
           PERFORM PROCESS-CD-MATURITIES.
           PERFORM WRITE-CD-MATURITY-NOTICES.
           PERFORM RELEASE-EXPIRED-HOLDS.
           PERFORM DISPLAY-SUMMARY.
           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Accrued " WS-ACCOUNTS-ACCRUED " " WS-TOTAL-ACCRUED
               " paid " WS-ACCOUNTS-PROCESSED " " WS-TOTAL-INTEREST-PAID
               " skip " WS-SKIPPED-POSTED DELIMITED BY SIZE
               INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-PRODUCT-TABLE.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           END-PERFORM.
           CLOSE RATE-FILE.

       LOAD-PRODUCT-TABLE.
           MOVE 0 TO WS-PRODUCT-COUNT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PRODUCT-EOF.
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               READ PRODUCT-FILE
                   AT END
                       MOVE "Y" TO WS-PRODUCT-EOF
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 50
                           ADD 1 TO WS-PRODUCT-COUNT
                           SET WS-PD-IDX TO WS-PRODUCT-COUNT
                           MOVE PD-CODE TO WS-PD-CODE(WS-PD-IDX)
                           MOVE PD-NAME TO WS-PD-NAME(WS-PD-IDX)
                           MOVE PD-RATE-KEY
                               TO WS-PD-RATE-KEY(WS-PD-IDX)
                           MOVE PD-FEE-KEY TO WS-PD-FEE-KEY(WS-PD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

      *    No product on file is keyed by account type.
       LOOKUP-ACCOUNT-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND.
           MOVE SPACES TO WS-PRODUCT-NAME.
           MOVE AC-TYPE TO WS-PRODUCT-RATE-KEY.
           MOVE AC-TYPE TO WS-PRODUCT-FEE-KEY.
           SET WS-PD-IDX TO 1.
           PERFORM UNTIL WS-PD-IDX > WS-PRODUCT-COUNT
               OR WS-PRODUCT-FOUND = "Y"
               IF WS-PD-CODE(WS-PD-IDX) = AC-PRODUCT-CODE
                   MOVE "Y" TO WS-PRODUCT-FOUND
                   MOVE WS-PD-NAME(WS-PD-IDX) TO WS-PRODUCT-NAME
                   MOVE WS-PD-RATE-KEY(WS-PD-IDX)
                       TO WS-PRODUCT-RATE-KEY
                   MOVE WS-PD-FEE-KEY(WS-PD-IDX) TO WS-PRODUCT-FEE-KEY
               ELSE
                   SET WS-PD-IDX UP BY 1
               END-IF
           END-PERFORM.

       READ-BUSINESS-DATE.
           MOVE "N" TO WS-EOD-MODE.
           OPEN INPUT BUSINESS-DATE-FILE.
           WRITE TRANSACTION-CONTROL-RECORD.
           CLOSE TRANSACTION-CONTROL-FILE.

       ACCRUE-AND-PAY-INTEREST.
           PERFORM READ-CHECKPOINT.
           IF WS-CHECKPOINT-ID > 0
               DISPLAY "Resuming interest accrual after account "
                   WS-CHECKPOINT-ID " from a prior run."
           END-IF.

               DISPLAY "No accounts on file. Nothing to process."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRUAL-FILE-STATUS = "35"
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF.
           MOVE "N" TO WS-CUSTOMER-FILE-AVAIL.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-FILE-AVAIL
           END-IF.
           MOVE WS-DATE(7:2) TO WS-RUN-DAY.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AC-ID > WS-CHECKPOINT-ID
                           PERFORM ACCRUE-INTEREST-FOR-ACCOUNT
                           PERFORM WRITE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
           CLOSE ACCRUAL-FILE.
           IF WS-CUSTOMER-FILE-AVAIL = "Y"
               CLOSE CUSTOMER-FILE
           END-IF.
           PERFORM CLEAR-CHECKPOINT.

       READ-CHECKPOINT.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *    Accrues daily; paid on the cycle day or CD maturity.
       ACCRUE-INTEREST-FOR-ACCOUNT.
           IF NOT AC-SAVINGS AND NOT AC-CD
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ACCRUAL-RECORD.
           IF AC-CLOSED
               IF WS-ACCRUAL-FOUND = "Y" AND IA-ACCRUED >= 0.01
                   PERFORM PAY-CLOSED-ACCOUNT-ACCRUAL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF IA-LAST-ACCRUAL-DATE >= WS-DATE
               ADD 1 TO WS-SKIPPED-POSTED
           ELSE
               PERFORM ACCRUE-DAILY-INTEREST
           END-IF.
           PERFORM CHECK-INTEREST-PAYOUT-DUE.
           IF WS-PAYOUT-DUE = "Y"
               PERFORM PAY-ACCRUED-INTEREST
           END-IF.

       READ-ACCRUAL-RECORD.
           MOVE AC-ID TO IA-ACCOUNT-ID.
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCRUAL-FOUND
                   MOVE AC-ID TO IA-ACCOUNT-ID
                   MOVE 0 TO IA-ACCRUED
                   MOVE 0 TO IA-LAST-ACCRUAL-DATE
                   MOVE 0 TO IA-LAST-PAID-DATE
                   MOVE 0 TO IA-LAST-PAID-AMOUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCRUAL-FOUND
           END-READ.

       SAVE-ACCRUAL-RECORD.
           IF WS-ACCRUAL-FOUND = "Y"
               REWRITE ACCRUAL-RECORD
           ELSE
               WRITE ACCRUAL-RECORD
               MOVE "Y" TO WS-ACCRUAL-FOUND
           END-IF.

       ACCRUE-DAILY-INTEREST.
           MOVE WS-DATE TO WS-ACCRUAL-THROUGH.
           IF AC-CD AND AC-MATURITY-DATE NOT = 0
                   AND AC-MATURITY-DATE < WS-DATE
               MOVE AC-MATURITY-DATE TO WS-ACCRUAL-THROUGH
           END-IF.
           MOVE 0 TO WS-ACCRUAL-DAYS.
           IF IA-LAST-ACCRUAL-DATE = 0
               MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
               IF IA-LAST-ACCRUAL-DATE < WS-ACCRUAL-THROUGH
                   COMPUTE WS-ACCRUAL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-THROUGH)
                       - FUNCTION INTEGER-OF-DATE(IA-LAST-ACCRUAL-DATE)
               END-IF
           END-IF.
           IF AC-BALANCE > 0 AND WS-ACCRUAL-DAYS > 0
               IF AC-SAVINGS
                   PERFORM LOOKUP-APPLICABLE-RATE
               ELSE
                   MOVE AC-CD-RATE TO WS-APPLICABLE-RATE
               END-IF
               COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                   AC-BALANCE * WS-APPLICABLE-RATE * 12
                   * WS-ACCRUAL-DAYS / 365
               IF WS-ACCRUAL-AMOUNT > 0
                   ADD WS-ACCRUAL-AMOUNT TO IA-ACCRUED
                   ADD 1 TO WS-ACCOUNTS-ACCRUED
                   ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUED ROUNDED
               END-IF
           END-IF.
           MOVE WS-DATE TO IA-LAST-ACCRUAL-DATE.
           PERFORM SAVE-ACCRUAL-RECORD.

       CHECK-INTEREST-PAYOUT-DUE.
           MOVE "N" TO WS-PAYOUT-DUE.
           IF IA-ACCRUED < 0.01 OR AC-LAST-INT-DATE = WS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF AC-CD
               IF AC-MATURITY-DATE NOT = 0
                   AND AC-MATURITY-DATE <= WS-DATE
                   MOVE "Y" TO WS-PAYOUT-DUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF IA-LAST-PAID-DATE(1:6) >= WS-DATE(1:6)
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-STATEMENT-CYCLE-DAY.
           IF WS-RUN-DAY >= WS-CYCLE-DAY
               MOVE "Y" TO WS-PAYOUT-DUE
           END-IF.

       LOOKUP-STATEMENT-CYCLE-DAY.
           MOVE 28 TO WS-CYCLE-DAY.
           IF WS-CUSTOMER-FILE-AVAIL = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-STMT-CYCLE >= 1 AND CR-STMT-CYCLE <= 4
                       COMPUTE WS-CYCLE-DAY = CR-STMT-CYCLE * 7
                   END-IF
           END-READ.

       PAY-CLOSED-ACCOUNT-ACCRUAL.
           PERFORM PAY-ACCRUED-INTEREST.
           ADD 1 TO WS-CLOSED-PAYOUTS.
           MOVE "CLOSED ACCT INT PAID" TO WS-AUDIT-ACTION.
           MOVE AC-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Accrued interest " WS-INTEREST-AMOUNT
               " credited - disburse" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       LOOKUP-APPLICABLE-RATE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE 0 TO WS-BEST-EFF-DATE.
           MOVE 0 TO WS-BEST-MIN-BALANCE.
           MOVE WS-MONTHLY-INTEREST-RATE TO WS-APPLICABLE-RATE.
           PERFORM LOOKUP-ACCOUNT-PRODUCT.
           SET WS-RT-IDX TO 1.
           PERFORM WS-RATE-COUNT TIMES
               IF WS-RT-ACCOUNT-TYPE(WS-RT-IDX) = WS-PRODUCT-RATE-KEY
                   AND WS-RT-EFFECTIVE-DATE(WS-RT-IDX) <= WS-DATE
                   AND WS-RT-MIN-BALANCE(WS-RT-IDX) <= AC-BALANCE
                   PERFORM CONSIDER-RATE-ROW
               MOVE WS-RT-RATE(WS-RT-IDX) TO WS-APPLICABLE-RATE
           END-IF.

       PAY-ACCRUED-INTEREST.
           MOVE IA-ACCRUED TO WS-INTEREST-AMOUNT.
           SUBTRACT WS-INTEREST-AMOUNT FROM IA-ACCRUED.
           IF AC-CLOSED
               MOVE 0 TO IA-ACCRUED
           END-IF.
           MOVE WS-DATE TO IA-LAST-PAID-DATE.
           MOVE WS-INTEREST-AMOUNT TO IA-LAST-PAID-AMOUNT.
           PERFORM SAVE-ACCRUAL-RECORD.
           IF WS-INTEREST-AMOUNT > 0
               MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
               ADD WS-INTEREST-AMOUNT TO AC-BALANCE
               PERFORM RECORD-INTEREST-TRANSACTION
               ADD 1 TO WS-ACCOUNTS-PROCESSED
               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST-PAID
               PERFORM WITHHOLD-BACKUP-TAX
           END-IF.

      *    Withholds from interest when no certified W-9 is on file.
       WITHHOLD-BACKUP-TAX.
           MOVE "N" TO WS-WITHHOLD-DUE.
           IF WS-CUSTOMER-FILE-AVAIL = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-BACKUP-WITHHOLD
                       MOVE "Y" TO WS-WITHHOLD-DUE
                   END-IF
           END-READ.
           IF WS-WITHHOLD-DUE = "N"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-BACKUP-WH-RATE.
           IF WS-WITHHOLD-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE.
           SUBTRACT WS-WITHHOLD-AMOUNT FROM AC-BALANCE.
           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE ACCOUNT-RECORD.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE AC-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           PERFORM RECORD-WITHHOLDING-TRANSACTION.
           ADD 1 TO WS-ACCOUNTS-WITHHELD.
           ADD WS-WITHHOLD-AMOUNT TO WS-TOTAL-WITHHELD.

       RECORD-WITHHOLDING-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE AC-ID TO TR-ACCOUNT-ID.
           MOVE "T" TO TR-TYPE.
           MOVE WS-WITHHOLD-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE AC-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       RECORD-INTEREST-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.

       DISPLAY-SUMMARY.
           DISPLAY "===================================".
           DISPLAY "END-OF-DAY INTEREST ACCRUAL COMPLETE".
           DISPLAY "Accounts accrued: " WS-ACCOUNTS-ACCRUED.
           DISPLAY "Total interest accrued: " WS-TOTAL-ACCRUED.
           DISPLAY "Accounts already accrued today: "
               WS-SKIPPED-POSTED.
           DISPLAY "Accounts paid accrued interest: "
               WS-ACCOUNTS-PROCESSED.
           DISPLAY "Total interest paid: " WS-TOTAL-INTEREST-PAID.
           DISPLAY "Closed accounts paid out: " WS-CLOSED-PAYOUTS.
           DISPLAY "Accounts with backup withholding: "
               WS-ACCOUNTS-WITHHELD.
           DISPLAY "Total backup withholding: " WS-TOTAL-WITHHELD.
           DISPLAY "CDs rolled over: " WS-CD-ROLLED.
           DISPLAY "CDs swept: " WS-CD-SWEPT.
           DISPLAY "CDs held at maturity: " WS-CD-HELD.
