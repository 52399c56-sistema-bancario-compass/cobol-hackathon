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
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERTQ-FILE-STATUS.
           SELECT CONTACT-CHANGE-FILE ASSIGN TO "CONTCHG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTCHG-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DRAWER-FILE-STATUS.
           SELECT DRAWER-NEW-FILE ASSIGN TO "DRAWER.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEESCHED-FILE-STATUS.

           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "DEPITEM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPITEM-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IA-ACCOUNT-ID
           FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODCAT-FILE-STATUS.

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
               88 AL-CD-MATURITY VALUE "M".
               88 AL-LARGE-TXN   VALUE "X".
               88 AL-LOAN-PAST-DUE VALUE "P".
               88 AL-CONTACT-CHANGE VALUE "C".
           05 AL-AMOUNT          PIC 9(6)V99.
           05 AL-SENT            PIC X(1).
               88 AL-IS-SENT     VALUE "Y".
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

       FD RATE-FILE.
       01 RATE-RECORD.
           05 DC-WITHDRAW-THRESHOLD PIC 9(6)V99.
           05 DC-REVERSAL-FLAG   PIC X(1).
           05 DC-DEACT-FLAG      PIC X(1).
           05 DC-COOLOFF-DAYS    PIC 9(3).
           05 DC-COOLOFF-AMOUNT  PIC 9(6)V99.

       FD CONTACT-CHANGE-FILE.
       01 CONTACT-CHANGE-RECORD.
           05 CC-CUST-ID         PIC 9(5).
           05 CC-DATE            PIC 9(8).
           05 CC-TIME            PIC 9(6).
           05 CC-COOLOFF-END     PIC 9(8).
           05 CC-FIELDS          PIC X(3).
           05 CC-OLD-EMAIL       PIC X(50).
           05 CC-OLD-PHONE       PIC X(15).
           05 CC-OLD-ADDRESS     PIC X(40).
           05 CC-OLD-CITY        PIC X(20).
           05 CC-OLD-STATE       PIC X(2).
           05 CC-OLD-ZIP         PIC X(10).
           05 CC-OPERATOR        PIC X(8).

       FD PENDING-APPROVAL-FILE.
       01 PENDING-APPROVAL-RECORD.
               88 PA-WITHDRAWAL  VALUE "W".
               88 PA-REVERSAL    VALUE "R".
               88 PA-DEACTIVATE  VALUE "D".
               88 PA-TRANSFER    VALUE "T".
               88 PA-VAULT-CASH  VALUE "V".
               88 PA-PIN-RESET   VALUE "P".
           05 PA-KEY-ID          PIC 9(6).
           05 PA-AMOUNT          PIC 9(6)V99.
           05 PA-ORIG-TXN        PIC 9(8).
           05 DR-STATUS          PIC X(1).
               88 DR-OPEN        VALUE "O".
               88 DR-CLOSED      VALUE "C".
           05 DR-PAID-OUT        PIC 9(8)V99.

       FD DRAWER-NEW-FILE.
       01 DRAWER-NEW-RECORD.
           05 DN-CASH-IN         PIC 9(8)V99.
           05 DN-CASH-OUT        PIC 9(8)V99.
           05 DN-STATUS          PIC X(1).
           05 DN-PAID-OUT        PIC 9(8)V99.

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID              PIC X(8).
           05 OP-PASSWORD        PIC X(8).
           05 OP-LEVEL           PIC 9(1).
           05 OP-STATUS          PIC X(1).
               88 OP-ACTIVE      VALUE "A".
               88 OP-DISABLED    VALUE "D".
           05 OP-TXN-LIMIT       PIC 9(6)V99.
           05 OP-CASH-LIMIT      PIC 9(8)V99.

       FD CHECK-REGISTER-FILE.
       01 CHECK-RECORD.
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
           05 TC-NEXT-TR-ID      PIC 9(8).

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-CODE            PIC X(4).
           05 FS-ACCOUNT-TYPE    PIC X(1).
           05 FS-AMOUNT          PIC 9(4)V99.
           05 FS-MIN-BALANCE     PIC 9(6)V99.
           05 FS-WAIVE-BALANCE   PIC 9(6)V99.

       FD DEPOSIT-ITEM-FILE.
       01 DEPOSIT-ITEM-RECORD.
           05 DI-ITEM-ID         PIC 9(8).
           05 DI-ACCOUNT-ID      PIC 9(6).
           05 DI-ROUTING         PIC X(9).
           05 DI-CHECK-NUMBER    PIC 9(6).
           05 DI-AMOUNT          PIC 9(6)V99.
           05 DI-DEPOSIT-DATE    PIC 9(8).
           05 DI-BRANCH          PIC 9(3).
           05 DI-STATUS          PIC X(1).
               88 DI-PENDING     VALUE "P".
               88 DI-SENT        VALUE "S".
               88 DI-RETURNED    VALUE "R".
           05 DI-SENT-DATE       PIC 9(8).
           05 DI-RETURN-DATE     PIC 9(8).
           05 DI-RETURN-REASON   PIC X(4).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 IA-ACCOUNT-ID      PIC 9(6).
           05 IA-ACCRUED         PIC 9(6)V9(6).
           05 IA-LAST-ACCRUAL-DATE PIC 9(8).
           05 IA-LAST-PAID-DATE  PIC 9(8).
           05 IA-LAST-PAID-AMOUNT PIC 9(6)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-ACCRUAL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACCRUED-PAYOUT   PIC 9(6)V99 VALUE 0.
       01 WS-BACKUP-WH-RATE   PIC V99 VALUE .24.
       01 WS-WITHHOLD-AMOUNT  PIC 9(6)V99 VALUE 0.
       01 WS-WITHHOLD-DUE     PIC X VALUE "N".
       01 WS-TXN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-ACCOUNT-ID      PIC 9(6) VALUE 100001.
       01 WS-CUST-ID         PIC 9(5).
       01 WS-ACCTYPE         PIC X(1).
           88 SAVINGS        VALUE "S".
           88 CHECKING       VALUE "C" "B".
           88 BUSINESS-CHECKING VALUE "B".
           88 CD-ACCOUNT     VALUE "D".
       01 WS-BALANCE         PIC S9(6)V99 VALUE 0.
       01 WS-AMOUNT          PIC 9(6)V99.
       01 WS-ACCOUNT-STATUS   PIC X(1) VALUE "O".
       01 WS-CLOSE-REQUEST    PIC X(1) VALUE "N".
       01 WS-CURRENT-AC-TYPE  PIC X(1) VALUE "S".
           88 CURRENT-CHECKING VALUE "C" "B".
       01 WS-OVERDRAFT-LIMIT  PIC 9(6)V99 VALUE 0.
       01 WS-JOINT-CUST-ID    PIC 9(5) VALUE 0.
       01 WS-PIN              PIC 9(4).
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-AMEND-FIELD      PIC X(1) VALUE SPACE.
       01 WS-JOINT-OK         PIC X VALUE "N".
       01 WS-CUSTODIAN-ID     PIC 9(5) VALUE 0.
       01 WS-CUSTODIAN-OK     PIC X VALUE "N".
       01 WS-WITHDRAWER-ID    PIC 9(5) VALUE 0.
       01 WS-MAJORITY-AGE     PIC 9(2) VALUE 18.
       01 WS-MAJORITY-DATE    PIC 9(8) VALUE 0.
       01 WS-OWNER-MINOR      PIC X VALUE "N".
       01 WS-PARTY-ID         PIC 9(5) VALUE 0.
       01 WS-PARTY-FOUND      PIC X VALUE "N".
       01 WS-PARTY-ACTIVE     PIC X VALUE "N".
       01 WS-PARTY-BIRTHDATE  PIC 9(8) VALUE 0.
       01 WS-SWEEP-OK         PIC X VALUE "N".
       01 WS-AMEND-OLD        PIC X(14) VALUE SPACES.
       01 WS-AMEND-NEW        PIC X(14) VALUE SPACES.
       01 WS-DUALCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PENDAPPR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DC-WITHDRAW-THRESHOLD PIC 9(6)V99 VALUE 0.
       01 WS-DC-COOLOFF-AMOUNT PIC 9(6)V99 VALUE 1000.
       01 WS-CONTCHG-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CONTCHG-EOF      PIC X VALUE "N".
       01 WS-IN-COOLOFF       PIC X VALUE "N".
       01 WS-COOLOFF-UNTIL    PIC 9(8) VALUE 0.
       01 WS-DC-REVERSAL-FLAG PIC X VALUE "N".
       01 WS-DC-DEACT-FLAG    PIC X VALUE "N".
       01 WS-PENDING-ID       PIC 9(5) VALUE 1.
       01 WS-DRAWER-DIRECTION PIC X VALUE SPACE.
       01 WS-DRAWER-MATCHED   PIC X VALUE "N".
       01 WS-DRAWER-EOF       PIC X VALUE "N".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OP-TXN-LIMIT     PIC 9(6)V99 VALUE 0.
       01 WS-OP-CASH-LIMIT    PIC 9(8)V99 VALUE 0.
       01 WS-TELLER-PAID-OUT  PIC 9(9)V99 VALUE 0.
       01 WS-OVER-LIMIT       PIC X VALUE SPACE.
       01 WS-CHECK-MODE       PIC X VALUE "N".
       01 WS-CHARGEOFF-AMOUNT PIC 9(6)V99 VALUE 0.
       01 WS-CHARGEOFF-CONFIRM PIC X VALUE "N".
       01 WS-CHECK-NUMBER     PIC 9(6) VALUE 0.
       01 WS-CHECK-STATUS     PIC X(1) VALUE SPACE.
       01 WS-CHECK-EOF        PIC X VALUE "N".
       01 WS-FEESCHED-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ODP-ACCOUNT-ID   PIC 9(6) VALUE 0.
       01 WS-ODP-CHECKING-ID  PIC 9(6) VALUE 0.
       01 WS-ODP-SHORTFALL    PIC S9(8)V99 VALUE 0.
       01 WS-ODP-OD-ALLOWED   PIC 9(6)V99 VALUE 0.
       01 WS-ODP-AVAILABLE    PIC S9(8)V99 VALUE 0.
       01 WS-ODP-HOLD-TOTAL   PIC 9(8)V99 VALUE 0.
       01 WS-ODP-TRANSFER     PIC 9(6)V99 VALUE 0.
       01 WS-ODP-FEE          PIC 9(4)V99 VALUE 0.
       01 WS-ODP-FEE-CODE     PIC X(4) VALUE "ODPT".
       01 WS-ODP-FOUND        PIC X VALUE "N".
       01 WS-ODP-SWEPT        PIC X VALUE "N".
       01 WS-ODP-EOF          PIC X VALUE "N".
       01 WS-ODP-SAVINGS-BRANCH PIC 9(3) VALUE 1.
       01 WS-ODP-CHECKING-BRANCH PIC 9(3) VALUE 1.
       01 WS-ODP-DEBIT-TXN-ID PIC 9(8) VALUE 0.
       01 WS-ODP-OWNER-ID     PIC 9(5) VALUE 0.
       01 WS-ODP-OK           PIC X VALUE "N".
       01 WS-DEPITEM-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DEPOSIT-CHECK    PIC X VALUE "N".
       01 WS-DEPOSIT-ROUTING  PIC X(9) VALUE SPACES.
       01 WS-DEPOSIT-CHECK-NO PIC 9(6) VALUE 0.
       01 WS-DEPOSIT-TXN-ID   PIC 9(8) VALUE 0.
       01 WS-PRODCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY WS-PD-IDX.
             10 WS-PD-CODE        PIC X(4).
             10 WS-PD-NAME        PIC X(30).
             10 WS-PD-BASE-TYPE   PIC X(1).
             10 WS-PD-STATUS      PIC X(1).
             10 WS-PD-MIN-OPEN    PIC 9(6)V99.
             10 WS-PD-OVERDRAFT-OK PIC X(1).
             10 WS-PD-PIN-OK      PIC X(1).
             10 WS-PD-JOINT-OK    PIC X(1).
             10 WS-PD-CD-TERMS-OK PIC X(1).
             10 WS-PD-DEFAULT-ALERT PIC 9(6)V99.
             10 WS-PD-RATE-KEY    PIC X(1).
       01 WS-PRODUCT-COUNT    PIC 9(2) VALUE 0.
       01 WS-PRODUCT-EOF      PIC X VALUE "N".
       01 WS-PRODUCT-CODE     PIC X(4) VALUE SPACES.
       01 WS-PRODUCT-FOUND    PIC X VALUE "N".
       01 WS-PRODUCT-MIN-OPEN PIC 9(6)V99 VALUE 0.
       01 WS-PRODUCT-OVERDRAFT-OK PIC X VALUE "Y".
       01 WS-PRODUCT-PIN-OK   PIC X VALUE "Y".
       01 WS-PRODUCT-JOINT-OK PIC X VALUE "Y".
       01 WS-PRODUCT-CD-TERMS-OK PIC X VALUE "Y".
       01 WS-PRODUCT-DEFAULT-ALERT PIC 9(6)V99 VALUE 0.
       01 WS-PRODUCT-RATE-KEY PIC X VALUE SPACE.
       01 WS-DISPLAY-PRODUCT-AMT PIC ZZZ,ZZ9.99.
       01 WS-NEW-ACCOUNT-WRITTEN PIC X VALUE "N".
       01 WS-OWNER-VERIFIED   PIC X VALUE "Y".

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
       PROCEDURE DIVISION USING OPERATOR-CONTEXT.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-IDS.
           PERFORM LOAD-PRODUCT-TABLE.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED = "N"
           PERFORM INITIALIZE-ACCOUNT-ID.
           PERFORM INITIALIZE-TRANSACTION-ID.
           PERFORM READ-DUAL-CONTROL.
           PERFORM READ-OPERATOR-LIMITS.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           MOVE 0 TO WS-DC-WITHDRAW-THRESHOLD.
           MOVE "N" TO WS-DC-REVERSAL-FLAG.
           MOVE "N" TO WS-DC-DEACT-FLAG.
           MOVE 1000 TO WS-DC-COOLOFF-AMOUNT.
           OPEN INPUT DUAL-CONTROL-FILE.
           IF WS-DUALCTL-FILE-STATUS = "35"
               EXIT PARAGRAPH
                       TO WS-DC-WITHDRAW-THRESHOLD
                   MOVE DC-REVERSAL-FLAG TO WS-DC-REVERSAL-FLAG
                   MOVE DC-DEACT-FLAG TO WS-DC-DEACT-FLAG
                   IF DC-COOLOFF-AMOUNT IS NUMERIC
                       MOVE DC-COOLOFF-AMOUNT TO WS-DC-COOLOFF-AMOUNT
                   END-IF
           END-READ.
           CLOSE DUAL-CONTROL-FILE.

      *    Zero limits leave the operator bound only by dual control.
       READ-OPERATOR-LIMITS.
           MOVE 0 TO WS-OP-TXN-LIMIT.
           MOVE 0 TO WS-OP-CASH-LIMIT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               CLOSE OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DRAWER-EOF.
           PERFORM UNTIL WS-DRAWER-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-DRAWER-EOF
                   NOT AT END
                       IF OP-ID = OC-ID
                           IF OP-TXN-LIMIT IS NUMERIC
                               MOVE OP-TXN-LIMIT TO WS-OP-TXN-LIMIT
                           END-IF
                           IF OP-CASH-LIMIT IS NUMERIC
                               MOVE OP-CASH-LIMIT TO WS-OP-CASH-LIMIT
                           END-IF
                           MOVE "Y" TO WS-DRAWER-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

      *    Cash this teller has already paid out today, all branches.
       COMPUTE-TELLER-PAID-OUT.
           MOVE 0 TO WS-TELLER-PAID-OUT.
           OPEN INPUT DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS NOT = "00"
               CLOSE DRAWER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DRAWER-EOF.
           PERFORM UNTIL WS-DRAWER-EOF = "Y"
               READ DRAWER-FILE
                   AT END
                       MOVE "Y" TO WS-DRAWER-EOF
                   NOT AT END
                       IF DR-TELLER = OC-ID
                           AND DR-DATE = WS-DATE
                           AND DR-PAID-OUT IS NUMERIC
                           ADD DR-PAID-OUT TO WS-TELLER-PAID-OUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAWER-FILE.

      *    WS-OVER-LIMIT: T per-transaction, C daily cash-out limit.
       CHECK-OPERATOR-LIMITS.
           MOVE SPACE TO WS-OVER-LIMIT.
           IF WS-OP-TXN-LIMIT > 0
               AND WS-AMOUNT > WS-OP-TXN-LIMIT
               MOVE "T" TO WS-OVER-LIMIT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DRAWER-DIRECTION NOT = "O"
               OR WS-OP-CASH-LIMIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-TELLER-PAID-OUT.
           IF WS-TELLER-PAID-OUT + WS-AMOUNT > WS-OP-CASH-LIMIT
               MOVE "C" TO WS-OVER-LIMIT
           END-IF.

       QUEUE-PENDING-APPROVAL.
           PERFORM INITIALIZE-PENDING-ID.
           OPEN EXTEND PENDING-APPROVAL-FILE.
               EXIT PARAGRAPH
           END-IF.
           
           IF WS-PRODUCT-COUNT = 0
               DISPLAY "No deposit products are on file. Set up the "
                   "Deposit Product Catalog from the main menu."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-OPEN-PRODUCTS.
           DISPLAY "Enter Product Code:".
           ACCEPT WS-PRODUCT-CODE.
           PERFORM FIND-PRODUCT.
           IF WS-PRODUCT-FOUND = "N"
               DISPLAY "Product code not in the product catalog."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PD-STATUS(WS-PD-IDX) NOT = "A"
               DISPLAY "Product " WS-PRODUCT-CODE " has been "
                   "withdrawn. New accounts cannot be opened on it."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PD-BASE-TYPE(WS-PD-IDX) TO WS-ACCTYPE.
           MOVE WS-ACCTYPE TO WS-CURRENT-AC-TYPE.
           PERFORM LOOKUP-ACCOUNT-PRODUCT.

           IF SAVINGS OR CHECKING OR CD-ACCOUNT
               MOVE 0 TO WS-CUSTODIAN-ID
               PERFORM CHECK-MINOR-OWNER
               IF WS-OWNER-MINOR = "Y"
                   IF BUSINESS-CHECKING
                       DISPLAY "Customer is a minor. A business "
                           "account cannot be opened."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Customer is a minor until "
                       WS-MAJORITY-DATE ". The account will be "
                       "opened as a custodial account."
                   DISPLAY "Enter Custodian Customer ID:"
                   ACCEPT WS-CUSTODIAN-ID
                   PERFORM CHECK-CUSTODIAN
                   IF WS-CUSTODIAN-OK = "N"
                       DISPLAY "Custodian must be a registered, "
                           "active adult customer other than the "
                           "minor. Account not opened."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE 0 TO WS-OVERDRAFT-LIMIT
               MOVE 0 TO WS-MATURITY-DATE
               MOVE 0 TO WS-CD-RATE
               MOVE "H" TO WS-MATURITY-DISP
               MOVE 0 TO WS-SWEEP-ACCOUNT-ID
               MOVE 0 TO WS-CD-TERM-DAYS
               MOVE 0 TO WS-ODP-ACCOUNT-ID
               IF CHECKING
                   IF WS-PRODUCT-OVERDRAFT-OK = "Y"
                       DISPLAY "Enter Overdraft Limit (0 for none):"
                       ACCEPT WS-OVERDRAFT-LIMIT
                   END-IF
                   DISPLAY "Enter Overdraft Protection Savings Account "
                       "ID (0 for none):"
                   ACCEPT WS-ODP-ACCOUNT-ID
                   IF WS-ODP-ACCOUNT-ID NOT = 0
                       MOVE WS-CUST-ID TO WS-ODP-OWNER-ID
                       PERFORM CHECK-ODP-ACCOUNT
                       IF WS-ODP-OK = "N"
                           DISPLAY "Protection account must be an "
                               "open savings account of the same "
                               "customer. Protection not set."
                           MOVE 0 TO WS-ODP-ACCOUNT-ID
                       END-IF
                   END-IF
               END-IF
               IF CD-ACCOUNT AND WS-PRODUCT-CD-TERMS-OK = "Y"
                   DISPLAY "Enter Maturity Date (YYYYMMDD):"
                   ACCEPT WS-MATURITY-DATE
                   DISPLAY "Enter Monthly Interest Rate (e.g. "
                   END-IF
               END-IF

               MOVE 0 TO WS-JOINT-CUST-ID
               IF WS-PRODUCT-JOINT-OK = "Y"
                   DISPLAY "Enter Joint Owner Customer ID (0 for "
                       "none):"
                   ACCEPT WS-JOINT-CUST-ID
               END-IF
               IF WS-JOINT-CUST-ID NOT = 0
                   IF WS-JOINT-CUST-ID < 1 OR WS-JOINT-CUST-ID > 99999
                       DISPLAY "Invalid joint owner customer ID format."
                       END-IF
                   END-IF
               END-IF
               IF WS-CUSTODIAN-ID NOT = 0
                   AND WS-JOINT-CUST-ID NOT = 0
                   DISPLAY "A custodial account has no joint owner. "
                       "Joint owner not set."
                   MOVE 0 TO WS-JOINT-CUST-ID
               END-IF

               DISPLAY "Enter Branch Code:"
               ACCEPT WS-BRANCH
                   EXIT PARAGRAPH
               END-IF

               MOVE WS-PRODUCT-DEFAULT-ALERT TO WS-DISPLAY-PRODUCT-AMT
               DISPLAY "Enter Low-Balance Alert Threshold (0 for the "
                   "product default of " WS-DISPLAY-PRODUCT-AMT "):"
               ACCEPT WS-ALERT-THRESHOLD
               IF WS-ALERT-THRESHOLD = 0
                   MOVE WS-PRODUCT-DEFAULT-ALERT TO WS-ALERT-THRESHOLD
               END-IF

               MOVE 0 TO WS-PIN
               IF WS-PRODUCT-PIN-OK = "Y"
                   DISPLAY "Enter 4-digit PIN for this account:"
                   ACCEPT WS-PIN
               END-IF

               MOVE 0 TO WS-AMOUNT
               MOVE "N" TO WS-DEPOSIT-CHECK
               MOVE WS-PRODUCT-MIN-OPEN TO WS-DISPLAY-PRODUCT-AMT
               DISPLAY "Enter Opening Deposit (product minimum "
                   WS-DISPLAY-PRODUCT-AMT "):"
               ACCEPT WS-AMOUNT
               IF WS-AMOUNT < WS-PRODUCT-MIN-OPEN
                   DISPLAY "Opening deposit is below the product "
                       "minimum. Account not opened."
                   EXIT PARAGRAPH
               END-IF
               IF WS-AMOUNT > 0
                   PERFORM VALIDATE-AMOUNT
                   IF WS-VALID-DATA = "Y"
                       PERFORM ACCEPT-DEPOSIT-SOURCE
                   END-IF
                   IF WS-VALID-DATA = "N"
                       DISPLAY WS-ERROR-MESSAGE
                       DISPLAY "Account not opened."
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               PERFORM OPEN-ACCOUNT-IO
               MOVE WS-ACCOUNT-ID TO AC-ID
               MOVE 0 TO AC-LAST-INT-DATE
               MOVE WS-BRANCH TO AC-BRANCH
               MOVE WS-ALERT-THRESHOLD TO AC-ALERT-THRESHOLD
               MOVE WS-ODP-ACCOUNT-ID TO AC-ODP-ACCOUNT-ID
               MOVE 0 TO AC-REACTIVATED-DATE
               MOVE WS-CUSTODIAN-ID TO AC-CUSTODIAN-ID
               MOVE WS-PRODUCT-CODE TO AC-PRODUCT-CODE
               MOVE "N" TO WS-NEW-ACCOUNT-WRITTEN
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Account ID already exists."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NEW-ACCOUNT-WRITTEN
                       MOVE SPACES TO WS-MJ-BEFORE-IMAGE
                       MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                       MOVE "W" TO WS-MJ-ACTION
               MOVE "ACCOUNT OPENED" TO WS-AUDIT-ACTION
               MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID
               STRING "Customer " WS-CUST-ID " opened account type "
                   WS-ACCTYPE " product " WS-PRODUCT-CODE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY

               IF WS-CUSTODIAN-ID NOT = 0
                   MOVE "CUSTODIAL OPENED" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "Minor " WS-CUST-ID " custodian "
                       WS-CUSTODIAN-ID " majority " WS-MAJORITY-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM RECORD-AUDIT-ENTRY
                   DISPLAY "Custodian: " WS-CUSTODIAN-ID
                       "  Converts to regular ownership when the "
                       "minor comes of age on " WS-MAJORITY-DATE
               END-IF

               DISPLAY "Account created. ID: " WS-ACCOUNT-ID
               IF WS-NEW-ACCOUNT-WRITTEN = "Y" AND WS-AMOUNT > 0
                   PERFORM POST-OPENING-DEPOSIT
               END-IF
               ADD 1 TO WS-ACCOUNT-ID
           ELSE
               DISPLAY "Invalid account type."
           END-IF.

      *    Posted as an ordinary deposit once the account is on file.
       POST-OPENING-DEPOSIT.
           MOVE "D" TO WS-ACTION.
           MOVE 0 TO WS-DEST-ACCOUNT-ID.
           PERFORM READ-ACCOUNT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           PERFORM POST-DEPOSIT.

       OPEN-ACCOUNT-IO.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACCEPT-DEPOSIT-SOURCE.
           IF WS-VALID-DATA = "N"
               DISPLAY WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROCESS-DEPOSIT.

       ACCEPT-DEPOSIT-SOURCE.
           MOVE "Y" TO WS-VALID-DATA.
           DISPLAY "Is this a check drawn on another bank? (Y/N):".
           ACCEPT WS-DEPOSIT-CHECK.
           IF WS-DEPOSIT-CHECK = "Y"
               DISPLAY "Enter Drawee Bank Routing Number:"
               ACCEPT WS-DEPOSIT-ROUTING
               IF WS-DEPOSIT-ROUTING = SPACES
                   OR WS-DEPOSIT-ROUTING IS NOT NUMERIC
                   MOVE "N" TO WS-VALID-DATA
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING "Routing number must be 9 digits. Deposit "
                       "refused." DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter Check Number:"
               ACCEPT WS-DEPOSIT-CHECK-NO
               IF WS-DEPOSIT-CHECK-NO = 0
                   MOVE "N" TO WS-VALID-DATA
                   MOVE "Invalid check number. Deposit refused."
                       TO WS-ERROR-MESSAGE
               END-IF
           ELSE
               MOVE "N" TO WS-DEPOSIT-CHECK
           END-IF.

       PROCESS-DEPOSIT.
           DISPLAY "Enter Amount to Deposit:".
           ACCEPT WS-AMOUNT.

           PERFORM VALIDATE-AMOUNT.
           IF WS-VALID-DATA = "Y"
               PERFORM POST-DEPOSIT
           ELSE
               DISPLAY WS-ERROR-MESSAGE
           END-IF.

       POST-DEPOSIT.
           MOVE WS-BALANCE TO WS-OLD-BALANCE.
           ADD WS-AMOUNT TO WS-BALANCE.
           PERFORM UPDATE-ACCOUNT-BALANCE.
           PERFORM RECORD-VELOCITY.
           MOVE WS-TRANSACTION-ID TO WS-DEPOSIT-TXN-ID.
           PERFORM RECORD-TRANSACTION.
           MOVE "DEPOSIT" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           STRING "Amt " WS-AMOUNT " bal " WS-OLD-BALANCE
               "->" WS-BALANCE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.
           PERFORM CHECK-AND-QUEUE-ALERTS.
           IF WS-DEPOSIT-CHECK = "Y"
               PERFORM RECORD-DEPOSITED-ITEM
           ELSE
               MOVE WS-AMOUNT TO WS-DRAWER-AMOUNT
               MOVE "I" TO WS-DRAWER-DIRECTION
               PERFORM UPDATE-TELLER-DRAWER
           END-IF.
           DISPLAY "Deposit Successful. Balance: " WS-BALANCE.

       WITHDRAW.
           MOVE "N" TO WS-CHECK-MODE.
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACCOUNT-STATUS = "F"
               DISPLAY "Account is frozen: the owner is deceased. "
                   "Withdrawal refused."
               EXIT PARAGRAPH
           END-IF.

           IF WS-PRODUCT-PIN-OK = "N"
               PERFORM VERIFY-OWNER-IDENTITY
               IF WS-OWNER-VERIFIED = "N"
                   DISPLAY "Customer is not an owner of this account. "
                       "Withdrawal refused."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PIN-FAIL-COUNT >= WS-MAX-PIN-FAILS
                   DISPLAY "PIN is locked after repeated failures. A "
                       "supervisor reset is required."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter PIN:"
               ACCEPT WS-PIN
               IF WS-PIN NOT = WS-CURRENT-PIN
                   PERFORM RECORD-PIN-FAILURE
                   DISPLAY "Incorrect PIN. Withdrawal refused."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CLEAR-PIN-FAILURES
           END-IF.

           PERFORM VERIFY-CUSTODIAN-WITHDRAWER.
           IF WS-CUSTODIAN-OK = "N"
               DISPLAY "Only the custodian may withdraw from a "
                   "custodial account. Withdrawal refused."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-VELOCITY-LIMIT.
           IF WS-VELOCITY-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           IF CURRENT-CHECKING
               DISPLAY "Is this a check payment? (Y/N):"
               ACCEPT WS-CHECK-MODE
               IF WS-CHECK-MODE = "Y"
                   "supervisor approval. Nothing was posted."
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALID-DATA = "Y"
               MOVE "O" TO WS-DRAWER-DIRECTION
               PERFORM CHECK-OPERATOR-LIMITS
               IF WS-OVER-LIMIT NOT = SPACE
                   MOVE "W" TO WS-PENDING-TYPE
                   MOVE WS-ACCOUNT-ID TO WS-PENDING-KEY-ID
                   MOVE WS-AMOUNT TO WS-PENDING-AMOUNT
                   MOVE 0 TO WS-PENDING-ORIG-TXN
                   PERFORM QUEUE-PENDING-APPROVAL
                   IF WS-OVER-LIMIT = "T"
                       DISPLAY "Withdrawal exceeds your "
                           "per-transaction limit of "
                           WS-OP-TXN-LIMIT "."
                   ELSE
                       DISPLAY "Withdrawal would take your cash "
                           "paid out today past your daily limit "
                           "of " WS-OP-CASH-LIMIT "."
                   END-IF
                   DISPLAY "Item " WS-PENDING-ID " queued for "
                       "supervisor approval. Nothing was posted."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-VALID-DATA = "Y"
               AND WS-AMOUNT > WS-DC-COOLOFF-AMOUNT
               PERFORM CHECK-CONTACT-COOLOFF
               IF WS-IN-COOLOFF = "Y"
                   MOVE "W" TO WS-PENDING-TYPE
                   MOVE WS-ACCOUNT-ID TO WS-PENDING-KEY-ID
                   MOVE WS-AMOUNT TO WS-PENDING-AMOUNT
                   MOVE 0 TO WS-PENDING-ORIG-TXN
                   PERFORM QUEUE-PENDING-APPROVAL
                   DISPLAY "Contact details changed recently; "
                       "cool-off until " WS-COOLOFF-UNTIL "."
                   DISPLAY "Item " WS-PENDING-ID " queued for "
                       "supervisor approval. Nothing was posted."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-VALID-DATA = "Y"
               PERFORM COMPUTE-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-BALANCE - WS-HOLD-TOTAL
               IF CURRENT-CHECKING
                   IF WS-AVAILABLE-BALANCE < WS-AMOUNT
                       MOVE WS-OVERDRAFT-LIMIT TO WS-ODP-OD-ALLOWED
                       PERFORM PROTECT-CHECKING-SHORTFALL
                   END-IF
                   IF WS-AVAILABLE-BALANCE - WS-AMOUNT
                       < 0 - WS-OVERDRAFT-LIMIT
                       DISPLAY "Insufficient available funds. "
               DISPLAY WS-ERROR-MESSAGE
           END-IF.

       PROTECT-CHECKING-SHORTFALL.
           MOVE 0 TO WS-ODP-TRANSFER.
           IF WS-ODP-ACCOUNT-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-ODP-CHECKING-ID.
           COMPUTE WS-ODP-SHORTFALL =
               WS-AMOUNT - WS-AVAILABLE-BALANCE.
           PERFORM OVERDRAFT-PROTECTION-SWEEP.
           IF WS-ODP-SWEPT = "Y"
               ADD WS-ODP-TRANSFER TO WS-BALANCE
               ADD WS-ODP-TRANSFER TO WS-AVAILABLE-BALANCE
               DISPLAY "Overdraft protection transferred "
                   WS-ODP-TRANSFER " from savings account "
                   WS-ODP-ACCOUNT-ID "."
           END-IF.

       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
                   ADD 1 TO WS-BATCH-SUCCESS
               WHEN BR-WITHDRAW
                   MOVE 0 TO WS-PENALTY-AMOUNT
                   IF WS-CUSTODIAN-ID NOT = 0
                       DISPLAY "Batch record " WS-BATCH-COUNT
                           ": custodial account, the custodian "
                           "must withdraw at the counter."
                       ADD 1 TO WS-BATCH-FAILED
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PRODUCT-PIN-OK = "N"
                       DISPLAY "Batch record " WS-BATCH-COUNT
                           ": account carries no PIN, the owner "
                           "must withdraw at the counter."
                       ADD 1 TO WS-BATCH-FAILED
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PIN-FAIL-COUNT >= WS-MAX-PIN-FAILS
                       DISPLAY "Batch record " WS-BATCH-COUNT
                           ": PIN is locked."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CLEAR-PIN-FAILURES
                   IF WS-AMOUNT > WS-DC-COOLOFF-AMOUNT
                       PERFORM CHECK-CONTACT-COOLOFF
                       IF WS-IN-COOLOFF = "Y"
                           DISPLAY "Batch record " WS-BATCH-COUNT
                               ": contact details changed recently, "
                               "cool-off until " WS-COOLOFF-UNTIL "."
                           ADD 1 TO WS-BATCH-FAILED
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM COMPUTE-ACTIVE-HOLDS
                   COMPUTE WS-AVAILABLE-BALANCE =
                       WS-BALANCE - WS-HOLD-TOTAL
                   IF CURRENT-CHECKING
                       AND WS-ACCOUNT-STATUS = "O"
                       AND WS-AVAILABLE-BALANCE < WS-AMOUNT
                       MOVE WS-OVERDRAFT-LIMIT TO WS-ODP-OD-ALLOWED
                       PERFORM PROTECT-CHECKING-SHORTFALL
                   END-IF
                   IF CURRENT-CHECKING
                       IF WS-AVAILABLE-BALANCE - WS-AMOUNT
                           < 0 - WS-OVERDRAFT-LIMIT
                           DISPLAY "Batch record " WS-BATCH-COUNT
                       ADD 1 TO WS-BATCH-FAILED
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-ACCOUNT-STATUS = "F"
                       DISPLAY "Batch record " WS-BATCH-COUNT
                           ": account is frozen."
                       ADD 1 TO WS-BATCH-FAILED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "W" TO WS-ACTION
                   SUBTRACT WS-AMOUNT FROM WS-BALANCE
                   IF WS-PENALTY-AMOUNT > 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM PAY-ACCRUAL-AT-CLOSE.
           IF WS-ACCRUED-PAYOUT > 0
               DISPLAY "Accrued interest of " WS-ACCRUED-PAYOUT
                   " credited to the account."
               IF WS-WITHHOLD-AMOUNT > 0
                   DISPLAY "Backup withholding of " WS-WITHHOLD-AMOUNT
                       " taken from the interest."
               END-IF
               DISPLAY "Withdraw the balance "
                   "of " WS-BALANCE " and then close the account."
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-CLOSE-REQUEST.
           PERFORM UPDATE-ACCOUNT-BALANCE.
           MOVE "N" TO WS-CLOSE-REQUEST.
           PERFORM RECORD-AUDIT-ENTRY.
           DISPLAY "Account " WS-ACCOUNT-ID " closed.".

      *    Unpaid accrued interest is credited before the close.
       PAY-ACCRUAL-AT-CLOSE.
           MOVE 0 TO WS-ACCRUED-PAYOUT.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               CLOSE ACCRUAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO IA-ACCOUNT-ID.
           READ ACCRUAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IA-ACCRUED TO WS-ACCRUED-PAYOUT
                   MOVE 0 TO IA-ACCRUED
                   IF WS-ACCRUED-PAYOUT > 0
                       MOVE WS-DATE TO IA-LAST-PAID-DATE
                       MOVE WS-ACCRUED-PAYOUT TO IA-LAST-PAID-AMOUNT
                   END-IF
                   REWRITE ACCRUAL-RECORD
           END-READ.
           CLOSE ACCRUAL-FILE.
           IF WS-ACCRUED-PAYOUT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-BALANCE TO WS-OLD-BALANCE.
           ADD WS-ACCRUED-PAYOUT TO WS-BALANCE.
           MOVE 0 TO WS-DEST-ACCOUNT-ID.
           PERFORM UPDATE-ACCOUNT-BALANCE.
           PERFORM RECORD-ACCRUAL-TRANSACTION.
           MOVE "CLOSE INT PAID" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Accrued interest " WS-ACCRUED-PAYOUT
               " paid at close" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.
           PERFORM WITHHOLD-BACKUP-TAX.

       WITHHOLD-BACKUP-TAX.
           MOVE 0 TO WS-WITHHOLD-AMOUNT.
           MOVE "N" TO WS-WITHHOLD-DUE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALERT-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-BACKUP-WITHHOLD
                       MOVE "Y" TO WS-WITHHOLD-DUE
                   END-IF
           END-READ.
           CLOSE CUSTOMER-FILE.
           IF WS-WITHHOLD-DUE = "N"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
               WS-ACCRUED-PAYOUT * WS-BACKUP-WH-RATE.
           IF WS-WITHHOLD-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-WITHHOLD-AMOUNT FROM WS-BALANCE.
           PERFORM UPDATE-ACCOUNT-BALANCE.
           PERFORM RECORD-WITHHOLDING-TRANSACTION.
           MOVE "BACKUP WITHHOLDING" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Withheld " WS-WITHHOLD-AMOUNT " of interest "
               WS-ACCRUED-PAYOUT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       RECORD-WITHHOLDING-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "T" TO TR-TYPE.
           MOVE WS-WITHHOLD-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE WS-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       RECORD-ACCRUAL-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "I" TO TR-TYPE.
           MOVE WS-ACCRUED-PAYOUT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE SPACE TO TR-DIRECTION.
           MOVE WS-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       REACTIVATE-DORMANT-ACCOUNT.
           IF OC-LEVEL < 2
               DISPLAY "Reactivating a dormant account requires "
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   MOVE "O" TO AC-STATUS
                   MOVE WS-DATE TO AC-REACTIVATED-DATE
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
           MOVE WS-DEFAULT-MONTHLY-RATE TO WS-ADJ-RATE.
           SET WS-RT-IDX TO 1.
           PERFORM WS-RATE-COUNT TIMES
               IF WS-RT-ACCOUNT-TYPE(WS-RT-IDX) = WS-PRODUCT-RATE-KEY
                   AND WS-RT-EFFECTIVE-DATE(WS-RT-IDX) <= WS-DATE
                   AND WS-RT-MIN-BALANCE(WS-RT-IDX) <= WS-BALANCE
                   PERFORM CONSIDER-ADJ-RATE-ROW
           END-IF.

           DISPLAY "Amend - O: Overdraft Limit  /  J: Joint Owner  "
               "/  D: CD Terms  /  A: Alert Threshold  /  "
               "L: Overdraft Protection Link  /  "
               "U: Successor Custodian".
           ACCEPT WS-AMEND-FIELD.

           EVALUATE WS-AMEND-FIELD
                   PERFORM AMEND-CD-TERMS
               WHEN "A"
                   PERFORM AMEND-ALERT-THRESHOLD
               WHEN "L"
                   PERFORM AMEND-OD-PROTECTION
               WHEN "U"
                   PERFORM AMEND-CUSTODIAN
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

       AMEND-OVERDRAFT-LIMIT.
           IF NOT CURRENT-CHECKING
               DISPLAY "Overdraft limits apply to checking accounts "
                   "only."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRODUCT-OVERDRAFT-OK = "N"
               DISPLAY "The account's product does not allow an "
                   "overdraft limit."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OVERDRAFT-LIMIT TO WS-AMEND-AMOUNT.
           MOVE WS-AMEND-AMOUNT TO WS-AMEND-OLD.
           DISPLAY "Enter new Overdraft Limit (current: "
           DISPLAY "Overdraft limit amended.".

       AMEND-JOINT-OWNER.
           IF WS-CUSTODIAN-ID NOT = 0
               DISPLAY "A custodial account has no joint owner."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOINT-CUST-ID TO WS-AMEND-OLD.
           DISPLAY "Enter new Joint Owner Customer ID (0 to remove, "
               "current: " WS-JOINT-CUST-ID "):".
                   DISPLAY "Invalid joint owner customer ID format."
                   EXIT PARAGRAPH
               END-IF
               IF WS-PRODUCT-JOINT-OK = "N"
                   DISPLAY "The account's product does not allow a "
                       "joint owner."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-JOINT-CUSTOMER
               IF WS-JOINT-OK = "N"
                   DISPLAY "Joint owner must be a registered, active "
           PERFORM RECORD-AMEND-AUDIT.
           DISPLAY "Joint owner amended.".

       AMEND-CUSTODIAN.
           IF WS-CUSTODIAN-ID = 0
               DISPLAY "Account is not a custodial account."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTODIAN-ID TO WS-AMEND-OLD.
           MOVE WS-ALERT-CUST-ID TO WS-CUST-ID.
           DISPLAY "Enter Successor Custodian Customer ID (current: "
               WS-CUSTODIAN-ID "):".
           ACCEPT WS-CUSTODIAN-ID.
           PERFORM CHECK-CUSTODIAN.
           IF WS-CUSTODIAN-OK = "N"
               DISPLAY "Custodian must be a registered, active adult "
                   "customer other than the minor."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTODIAN-ID TO WS-AMEND-NEW.
           PERFORM APPLY-ACCOUNT-AMENDMENT.
           MOVE "CUSTODIAN AMENDED" TO WS-AUDIT-ACTION.
           PERFORM RECORD-AMEND-AUDIT.
           DISPLAY "Custodian amended.".

       AMEND-CD-TERMS.
           IF WS-CURRENT-AC-TYPE NOT = "D"
               DISPLAY "CD terms apply to CD accounts only."
           PERFORM RECORD-AMEND-AUDIT.
           DISPLAY "Alert threshold amended.".

       AMEND-OD-PROTECTION.
           IF NOT CURRENT-CHECKING
               DISPLAY "Overdraft protection applies to checking "
                   "accounts only."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ODP-ACCOUNT-ID TO WS-AMEND-OLD.
           DISPLAY "Enter Overdraft Protection Savings Account ID "
               "(0 to remove, current: " WS-ODP-ACCOUNT-ID "):".
           ACCEPT WS-ODP-ACCOUNT-ID.
           IF WS-ODP-ACCOUNT-ID NOT = 0
               MOVE WS-ALERT-CUST-ID TO WS-ODP-OWNER-ID
               PERFORM CHECK-ODP-ACCOUNT
               IF WS-ODP-OK = "N"
                   DISPLAY "Protection account must be an open "
                       "savings account of the same customer. "
                       "Amendment refused."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-ODP-ACCOUNT-ID TO WS-AMEND-NEW.
           PERFORM APPLY-ACCOUNT-AMENDMENT.
           MOVE "OD PROTECT AMENDED" TO WS-AUDIT-ACTION.
           PERFORM RECORD-AMEND-AUDIT.
           DISPLAY "Overdraft protection link amended.".

       CHECK-ODP-ACCOUNT.
           MOVE "N" TO WS-ODP-OK.
           IF WS-ODP-ACCOUNT-ID = WS-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-ACCOUNT-IO.
           MOVE WS-ODP-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-SAVINGS AND AC-OPEN
                       AND (AC-CUST-ID = WS-ODP-OWNER-ID
                       OR AC-JOINT-CUST-ID = WS-ODP-OWNER-ID)
                       MOVE "Y" TO WS-ODP-OK
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.

       CHECK-SWEEP-ACCOUNT.
           MOVE "N" TO WS-SWEEP-OK.
           IF WS-SWEEP-ACCOUNT-ID = WS-ACCOUNT-ID
           END-READ.
           CLOSE CUSTOMER-FILE.

      *    A customer with no birthdate on file is treated as an adult.
       CHECK-MINOR-OWNER.
           MOVE "N" TO WS-OWNER-MINOR.
           MOVE WS-CUST-ID TO WS-PARTY-ID.
           PERFORM READ-PARTY-CUSTOMER.
           IF WS-PARTY-FOUND = "Y" AND WS-PARTY-BIRTHDATE NOT = 0
               AND WS-MAJORITY-DATE > WS-DATE
               MOVE "Y" TO WS-OWNER-MINOR
           END-IF.

       CHECK-CUSTODIAN.
           MOVE "N" TO WS-CUSTODIAN-OK.
           IF WS-CUSTODIAN-ID = 0 OR WS-CUSTODIAN-ID = WS-CUST-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTODIAN-ID TO WS-PARTY-ID.
           PERFORM READ-PARTY-CUSTOMER.
           IF WS-PARTY-FOUND = "N" OR WS-PARTY-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PARTY-BIRTHDATE NOT = 0
               AND WS-MAJORITY-DATE > WS-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CUSTODIAN-OK.

       READ-PARTY-CUSTOMER.
           MOVE "N" TO WS-PARTY-FOUND.
           MOVE "N" TO WS-PARTY-ACTIVE.
           MOVE 0 TO WS-PARTY-BIRTHDATE.
           MOVE 0 TO WS-MAJORITY-DATE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARTY-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PARTY-FOUND
                   IF CR-ACTIVE
                       MOVE "Y" TO WS-PARTY-ACTIVE
                   END-IF
                   MOVE CR-BIRTHDATE TO WS-PARTY-BIRTHDATE
                   COMPUTE WS-MAJORITY-DATE =
                       CR-BIRTHDATE + WS-MAJORITY-AGE * 10000
           END-READ.
           CLOSE CUSTOMER-FILE.

      *    Custodial accounts pay out only to the custodian.
       VERIFY-CUSTODIAN-WITHDRAWER.
           MOVE "Y" TO WS-CUSTODIAN-OK.
           IF WS-CUSTODIAN-ID = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Custodial account. Enter Customer ID of the "
               "person withdrawing:".
           ACCEPT WS-WITHDRAWER-ID.
           IF WS-WITHDRAWER-ID NOT = WS-CUSTODIAN-ID
               MOVE "N" TO WS-CUSTODIAN-OK
               MOVE "CUSTODIAN REFUSED" TO WS-AUDIT-ACTION
               MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "Customer " WS-WITHDRAWER-ID
                   " is not custodian " WS-CUSTODIAN-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
           END-IF.

       APPLY-ACCOUNT-AMENDMENT.
           PERFORM OPEN-ACCOUNT-IO.
           MOVE WS-ACCOUNT-ID TO AC-ID.
                   MOVE WS-SWEEP-ACCOUNT-ID TO AC-SWEEP-ACCOUNT-ID
                   MOVE WS-CD-TERM-DAYS TO AC-CD-TERM-DAYS
                   MOVE WS-ALERT-THRESHOLD TO AC-ALERT-THRESHOLD
                   MOVE WS-ODP-ACCOUNT-ID TO AC-ODP-ACCOUNT-ID
                   MOVE WS-CUSTODIAN-ID TO AC-CUSTODIAN-ID
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACCOUNT-STATUS = "F"
               DISPLAY "Source account is frozen: the owner is "
                   "deceased. Transfer refused."
               EXIT PARAGRAPH
           END-IF.

           IF WS-PRODUCT-PIN-OK = "N"
               PERFORM VERIFY-OWNER-IDENTITY
               IF WS-OWNER-VERIFIED = "N"
                   DISPLAY "Customer is not an owner of this account. "
                       "Transfer refused."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PIN-FAIL-COUNT >= WS-MAX-PIN-FAILS
                   DISPLAY "PIN is locked after repeated failures. A "
                       "supervisor reset is required."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter PIN:"
               ACCEPT WS-PIN
               IF WS-PIN NOT = WS-CURRENT-PIN
                   PERFORM RECORD-PIN-FAILURE
                   DISPLAY "Incorrect PIN. Transfer refused."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CLEAR-PIN-FAILURES
           END-IF.

           PERFORM VERIFY-CUSTODIAN-WITHDRAWER.
           IF WS-CUSTODIAN-OK = "N"
               DISPLAY "Only the custodian may transfer from a "
                   "custodial account. Transfer refused."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-VELOCITY-LIMIT.
           IF WS-VELOCITY-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-DRAWER-DIRECTION.
           PERFORM CHECK-OPERATOR-LIMITS.
           IF WS-OVER-LIMIT NOT = SPACE
               MOVE "T" TO WS-PENDING-TYPE
               MOVE WS-ACCOUNT-ID TO WS-PENDING-KEY-ID
               MOVE WS-AMOUNT TO WS-PENDING-AMOUNT
               MOVE WS-DEST-ACCOUNT-ID TO WS-PENDING-ORIG-TXN
               PERFORM QUEUE-PENDING-APPROVAL
               DISPLAY "Transfer exceeds your per-transaction limit "
                   "of " WS-OP-TXN-LIMIT ". Item " WS-PENDING-ID
                   " queued for supervisor approval. Nothing was "
                   "posted."
               EXIT PARAGRAPH
           END-IF.

           IF WS-AMOUNT > WS-DC-COOLOFF-AMOUNT
               PERFORM CHECK-CONTACT-COOLOFF
               IF WS-IN-COOLOFF = "Y"
                   MOVE "T" TO WS-PENDING-TYPE
                   MOVE WS-ACCOUNT-ID TO WS-PENDING-KEY-ID
                   MOVE WS-AMOUNT TO WS-PENDING-AMOUNT
                   MOVE WS-DEST-ACCOUNT-ID TO WS-PENDING-ORIG-TXN
                   PERFORM QUEUE-PENDING-APPROVAL
                   DISPLAY "Contact details changed recently; "
                       "cool-off until " WS-COOLOFF-UNTIL "."
                   DISPLAY "Item " WS-PENDING-ID " queued for "
                       "supervisor approval. Nothing was posted."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM COMPUTE-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-SOURCE-BALANCE - WS-HOLD-TOTAL.
           IF CURRENT-CHECKING
               AND WS-AMOUNT > WS-AVAILABLE-BALANCE
               AND WS-DEST-ACCOUNT-ID NOT = WS-ODP-ACCOUNT-ID
               MOVE 0 TO WS-ODP-OD-ALLOWED
               PERFORM PROTECT-CHECKING-SHORTFALL
               MOVE WS-BALANCE TO WS-SOURCE-BALANCE
           END-IF.
           IF WS-AMOUNT > WS-SOURCE-BALANCE - WS-HOLD-TOTAL
               DISPLAY "Insufficient available funds."
               EXIT PARAGRAPH
                   MOVE AC-MATURITY-DISP TO WS-MATURITY-DISP
                   MOVE AC-SWEEP-ACCOUNT-ID TO WS-SWEEP-ACCOUNT-ID
                   MOVE AC-CD-TERM-DAYS TO WS-CD-TERM-DAYS
                   MOVE AC-ODP-ACCOUNT-ID TO WS-ODP-ACCOUNT-ID
                   MOVE AC-CUSTODIAN-ID TO WS-CUSTODIAN-ID
                   MOVE AC-PRODUCT-CODE TO WS-PRODUCT-CODE
                   PERFORM LOOKUP-ACCOUNT-PRODUCT
           END-READ.
           CLOSE ACCOUNT-FILE.

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
                           MOVE PD-BASE-TYPE
                               TO WS-PD-BASE-TYPE(WS-PD-IDX)
                           MOVE PD-STATUS TO WS-PD-STATUS(WS-PD-IDX)
                           MOVE PD-MIN-OPEN-DEPOSIT
                               TO WS-PD-MIN-OPEN(WS-PD-IDX)
                           MOVE PD-OVERDRAFT-OK
                               TO WS-PD-OVERDRAFT-OK(WS-PD-IDX)
                           MOVE PD-PIN-OK TO WS-PD-PIN-OK(WS-PD-IDX)
                           MOVE PD-JOINT-OK
                               TO WS-PD-JOINT-OK(WS-PD-IDX)
                           MOVE PD-CD-TERMS-OK
                               TO WS-PD-CD-TERMS-OK(WS-PD-IDX)
                           MOVE PD-DEFAULT-ALERT
                               TO WS-PD-DEFAULT-ALERT(WS-PD-IDX)
                           MOVE PD-RATE-KEY
                               TO WS-PD-RATE-KEY(WS-PD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

       FIND-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND.
           SET WS-PD-IDX TO 1.
           PERFORM UNTIL WS-PD-IDX > WS-PRODUCT-COUNT
               OR WS-PRODUCT-FOUND = "Y"
               IF WS-PD-CODE(WS-PD-IDX) = WS-PRODUCT-CODE
                   MOVE "Y" TO WS-PRODUCT-FOUND
               ELSE
                   SET WS-PD-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    No product on file keeps the rules of the account type.
       LOOKUP-ACCOUNT-PRODUCT.
           PERFORM FIND-PRODUCT.
           IF WS-PRODUCT-FOUND = "Y"
               MOVE WS-PD-MIN-OPEN(WS-PD-IDX) TO WS-PRODUCT-MIN-OPEN
               MOVE WS-PD-OVERDRAFT-OK(WS-PD-IDX)
                   TO WS-PRODUCT-OVERDRAFT-OK
               MOVE WS-PD-PIN-OK(WS-PD-IDX) TO WS-PRODUCT-PIN-OK
               MOVE WS-PD-JOINT-OK(WS-PD-IDX) TO WS-PRODUCT-JOINT-OK
               MOVE WS-PD-CD-TERMS-OK(WS-PD-IDX)
                   TO WS-PRODUCT-CD-TERMS-OK
               MOVE WS-PD-DEFAULT-ALERT(WS-PD-IDX)
                   TO WS-PRODUCT-DEFAULT-ALERT
               MOVE WS-PD-RATE-KEY(WS-PD-IDX) TO WS-PRODUCT-RATE-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PRODUCT-MIN-OPEN.
           IF CURRENT-CHECKING
               MOVE "Y" TO WS-PRODUCT-OVERDRAFT-OK
           ELSE
               MOVE "N" TO WS-PRODUCT-OVERDRAFT-OK
           END-IF.
           MOVE "Y" TO WS-PRODUCT-PIN-OK.
           MOVE "Y" TO WS-PRODUCT-JOINT-OK.
           IF WS-CURRENT-AC-TYPE = "D"
               MOVE "Y" TO WS-PRODUCT-CD-TERMS-OK
           ELSE
               MOVE "N" TO WS-PRODUCT-CD-TERMS-OK
           END-IF.
           MOVE 0 TO WS-PRODUCT-DEFAULT-ALERT.
           MOVE WS-CURRENT-AC-TYPE TO WS-PRODUCT-RATE-KEY.

       LIST-OPEN-PRODUCTS.
           DISPLAY "Products available:".
           SET WS-PD-IDX TO 1.
           PERFORM WS-PRODUCT-COUNT TIMES
               IF WS-PD-STATUS(WS-PD-IDX) = "A"
                   MOVE WS-PD-MIN-OPEN(WS-PD-IDX)
                       TO WS-DISPLAY-PRODUCT-AMT
                   DISPLAY "  " WS-PD-CODE(WS-PD-IDX) " "
                       WS-PD-NAME(WS-PD-IDX) " min open "
                       WS-DISPLAY-PRODUCT-AMT
               END-IF
               SET WS-PD-IDX UP BY 1
           END-PERFORM.

      *    No-PIN products: teller checks ID and keys an owner's ID.
       VERIFY-OWNER-IDENTITY.
           MOVE "Y" TO WS-OWNER-VERIFIED.
           IF WS-CUSTODIAN-ID NOT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Account carries no PIN. Verify identification "
               "and enter the owner's Customer ID:".
           ACCEPT WS-WITHDRAWER-ID.
           IF WS-WITHDRAWER-ID = WS-ALERT-CUST-ID
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOINT-CUST-ID NOT = 0
               AND WS-WITHDRAWER-ID = WS-JOINT-CUST-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-OWNER-VERIFIED.
           MOVE "OWNER ID REFUSED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Customer " WS-WITHDRAWER-ID
               " is not an owner of the account"
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       RECORD-PIN-FAILURE.
           ADD 1 TO WS-PIN-FAIL-COUNT.
           PERFORM UPDATE-PIN-FAIL-COUNT.
               DISPLAY "Account is closed."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRODUCT-PIN-OK = "N"
               DISPLAY "The account's product does not carry a PIN."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-FAIL-COUNT >= WS-MAX-PIN-FAILS
               DISPLAY "PIN is locked after repeated failures. A "
                   "supervisor reset is required."
               DISPLAY "Account not found!"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRODUCT-PIN-OK = "N"
               DISPLAY "The account's product does not carry a PIN."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter New 4-digit PIN:".
           ACCEPT WS-NEW-PIN.

           PERFORM CHECK-CONTACT-COOLOFF.
           IF WS-IN-COOLOFF = "Y"
               MOVE "P" TO WS-PENDING-TYPE
               MOVE WS-ACCOUNT-ID TO WS-PENDING-KEY-ID
               MOVE 0 TO WS-PENDING-AMOUNT
               MOVE WS-NEW-PIN TO WS-PENDING-ORIG-TXN
               PERFORM QUEUE-PENDING-APPROVAL
               DISPLAY "Contact details changed recently; "
                   "cool-off until " WS-COOLOFF-UNTIL "."
               DISPLAY "PIN reset item " WS-PENDING-ID " queued for "
                   "a second supervisor. PIN not changed."
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ACCOUNT-IO.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE

           DISPLAY "PIN reset for account " WS-ACCOUNT-ID ".".

      *    Sets WS-IN-COOLOFF for a recent owner contact change.
       CHECK-CONTACT-COOLOFF.
           MOVE "N" TO WS-IN-COOLOFF.
           MOVE 0 TO WS-COOLOFF-UNTIL.
           OPEN INPUT CONTACT-CHANGE-FILE.
           IF WS-CONTCHG-FILE-STATUS NOT = "00"
               CLOSE CONTACT-CHANGE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONTCHG-EOF.
           PERFORM UNTIL WS-CONTCHG-EOF = "Y"
               READ CONTACT-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-CONTCHG-EOF
                   NOT AT END
                       IF (CC-CUST-ID = WS-ALERT-CUST-ID
                           OR (WS-JOINT-CUST-ID > 0
                               AND CC-CUST-ID = WS-JOINT-CUST-ID))
                           AND CC-COOLOFF-END >= WS-DATE
                           MOVE "Y" TO WS-IN-COOLOFF
                           IF CC-COOLOFF-END > WS-COOLOFF-UNTIL
                               MOVE CC-COOLOFF-END TO WS-COOLOFF-UNTIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-CHANGE-FILE.

       CHECK-VELOCITY-LIMIT.
           MOVE "Y" TO WS-VELOCITY-OK.
           IF WS-LAST-TXN-DATE = WS-DATE
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       RECORD-DEPOSITED-ITEM.
      *    Held for the nightly cash letter.
           OPEN EXTEND DEPOSIT-ITEM-FILE.
           IF WS-DEPITEM-FILE-STATUS = "35"
               OPEN OUTPUT DEPOSIT-ITEM-FILE
           END-IF.
           MOVE WS-DEPOSIT-TXN-ID TO DI-ITEM-ID.
           MOVE WS-ACCOUNT-ID TO DI-ACCOUNT-ID.
           MOVE WS-DEPOSIT-ROUTING TO DI-ROUTING.
           MOVE WS-DEPOSIT-CHECK-NO TO DI-CHECK-NUMBER.
           MOVE WS-AMOUNT TO DI-AMOUNT.
           MOVE WS-DATE TO DI-DEPOSIT-DATE.
           MOVE WS-BRANCH TO DI-BRANCH.
           MOVE "P" TO DI-STATUS.
           MOVE 0 TO DI-SENT-DATE.
           MOVE 0 TO DI-RETURN-DATE.
           MOVE SPACES TO DI-RETURN-REASON.
           WRITE DEPOSIT-ITEM-RECORD.
           CLOSE DEPOSIT-ITEM-FILE.

       CHECK-AND-QUEUE-ALERTS.
           IF WS-AMOUNT > WS-LARGE-TXN-AMOUNT
               MOVE "X" TO WS-ALERT-TYPE
                               ADD WS-DRAWER-AMOUNT TO DR-CASH-IN
                           ELSE
                               ADD WS-DRAWER-AMOUNT TO DR-CASH-OUT
                               IF DR-PAID-OUT IS NOT NUMERIC
                                   MOVE 0 TO DR-PAID-OUT
                               END-IF
                               ADD WS-DRAWER-AMOUNT TO DR-PAID-OUT
                           END-IF
                       END-IF
                       WRITE DRAWER-NEW-RECORD FROM DRAWER-RECORD
               IF WS-DRAWER-DIRECTION = "I"
                   MOVE WS-DRAWER-AMOUNT TO DN-CASH-IN
                   MOVE 0 TO DN-CASH-OUT
                   MOVE 0 TO DN-PAID-OUT
               ELSE
                   MOVE 0 TO DN-CASH-IN
                   MOVE WS-DRAWER-AMOUNT TO DN-CASH-OUT
                   MOVE WS-DRAWER-AMOUNT TO DN-PAID-OUT
               END-IF
               MOVE "O" TO DN-STATUS
               WRITE DRAWER-NEW-RECORD
           WRITE ALERT-QUEUE-RECORD.
           CLOSE ALERT-QUEUE-FILE.

       OVERDRAFT-PROTECTION-SWEEP.
      *    Covers a checking shortfall from the linked savings account.
           MOVE "N" TO WS-ODP-SWEPT.
           MOVE 0 TO WS-ODP-TRANSFER.
           IF WS-ODP-ACCOUNT-ID = 0
               OR WS-ODP-ACCOUNT-ID = WS-ODP-CHECKING-ID
               OR WS-ODP-SHORTFALL NOT > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-ODP-TRANSFER-FEE.
           PERFORM COMPUTE-ODP-HOLDS.

           MOVE "N" TO WS-ODP-FOUND.
           PERFORM OPEN-ACCOUNT-IO.
           MOVE WS-ODP-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-SAVINGS AND AC-OPEN
                       MOVE "Y" TO WS-ODP-FOUND
                       COMPUTE WS-ODP-AVAILABLE = AC-BALANCE
                           - WS-ODP-HOLD-TOTAL - WS-ODP-FEE
                       MOVE AC-BRANCH TO WS-ODP-SAVINGS-BRANCH
                   END-IF
           END-READ.
           IF WS-ODP-FOUND = "N" OR WS-ODP-AVAILABLE NOT > 0
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ODP-AVAILABLE < WS-ODP-SHORTFALL
               MOVE WS-ODP-AVAILABLE TO WS-ODP-TRANSFER
           ELSE
               MOVE WS-ODP-SHORTFALL TO WS-ODP-TRANSFER
           END-IF.
           IF WS-ODP-SHORTFALL - WS-ODP-TRANSFER > WS-ODP-OD-ALLOWED
               MOVE 0 TO WS-ODP-TRANSFER
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE.
           SUBTRACT WS-ODP-TRANSFER FROM AC-BALANCE.
           SUBTRACT WS-ODP-FEE FROM AC-BALANCE.
           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE ACCOUNT-RECORD.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE AC-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.

           MOVE WS-ODP-CHECKING-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   ADD WS-ODP-TRANSFER TO AC-BALANCE
                   MOVE AC-BRANCH TO WS-ODP-CHECKING-BRANCH
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
           END-READ.
           CLOSE ACCOUNT-FILE.
           MOVE "Y" TO WS-ODP-SWEPT.
           PERFORM RECORD-ODP-TRANSACTIONS.

           MOVE "OD PROTECTION XFER" TO WS-AUDIT-ACTION.
           MOVE WS-ODP-CHECKING-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Amt " WS-ODP-TRANSFER " from " WS-ODP-ACCOUNT-ID
               " fee " WS-ODP-FEE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       LOOKUP-ODP-TRANSFER-FEE.
           MOVE 0 TO WS-ODP-FEE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ODP-EOF.
           PERFORM UNTIL WS-ODP-EOF = "Y"
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF FS-CODE = WS-ODP-FEE-CODE
                           MOVE FS-AMOUNT TO WS-ODP-FEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

       COMPUTE-ODP-HOLDS.
           MOVE 0 TO WS-ODP-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ODP-EOF.
           PERFORM UNTIL WS-ODP-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF HD-ACCOUNT-ID = WS-ODP-ACCOUNT-ID
                           AND HD-ACTIVE
                           ADD HD-AMOUNT TO WS-ODP-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       RECORD-ODP-TRANSACTIONS.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO WS-ODP-DEBIT-TXN-ID.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ODP-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-ODP-TRANSFER TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE WS-ODP-SAVINGS-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ODP-CHECKING-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-ODP-TRANSFER TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "+" TO TR-DIRECTION.
           MOVE WS-ODP-CHECKING-BRANCH TO TR-BRANCH.
           MOVE WS-ODP-DEBIT-TXN-ID TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           IF WS-ODP-FEE > 0
               MOVE WS-TRANSACTION-ID TO TR-ID
               MOVE WS-ODP-ACCOUNT-ID TO TR-ACCOUNT-ID
               MOVE "F" TO TR-TYPE
               MOVE WS-ODP-FEE TO TR-AMOUNT
               MOVE WS-DATE TO TR-DATE
               MOVE WS-TIME TO TR-TIME
               MOVE "-" TO TR-DIRECTION
               MOVE WS-ODP-SAVINGS-BRANCH TO TR-BRANCH
               MOVE WS-ODP-DEBIT-TXN-ID TO TR-ORIG-ID
               MOVE "N" TO TR-REVERSED
               MOVE "N" TO TR-POSTED-FLAG
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-TRANSACTION-ID
               PERFORM WRITE-TRANSACTION-CONTROL
           END-IF.
           CLOSE TRANSACTION-FILE.

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
