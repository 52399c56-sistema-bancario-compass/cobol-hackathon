       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
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
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BENEF-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IA-ACCOUNT-ID
           FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCHK-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-ID
           ALTERNATE RECORD KEY IS TR-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD BENEFICIARY-FILE.
       01 BENEFICIARY-RECORD.
           05 BN-ACCOUNT-ID      PIC 9(6).
           05 BN-SEQ             PIC 9(2).
           05 BN-NAME            PIC X(30).
           05 BN-RELATION        PIC X(15).
           05 BN-PERCENT         PIC 9(3).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HD-ID              PIC 9(5).
           05 HD-ACCOUNT-ID      PIC 9(6).
           05 HD-TYPE            PIC X(1).
               88 HD-LEGAL       VALUE "L".
               88 HD-DISPUTED    VALUE "D".
               88 HD-LARGE-CHECK VALUE "C".
           05 HD-AMOUNT          PIC 9(6)V99.
           05 HD-PLACED-DATE     PIC 9(8).
           05 HD-RELEASE-DATE    PIC 9(8).
           05 HD-STATUS          PIC X(1).
               88 HD-ACTIVE      VALUE "A".
               88 HD-RELEASED    VALUE "R".

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 IA-ACCOUNT-ID      PIC 9(6).
           05 IA-ACCRUED         PIC 9(6)V9(6).
           05 IA-LAST-ACCRUAL-DATE PIC 9(8).
           05 IA-LAST-PAID-DATE  PIC 9(8).
           05 IA-LAST-PAID-AMOUNT PIC 9(6)V99.

       FD OFFICIAL-CHECK-FILE.
       01 OFFICIAL-CHECK-RECORD.
           05 OK-NUMBER          PIC 9(6).
           05 OK-ISSUE-DATE      PIC 9(8).
           05 OK-AMOUNT          PIC 9(6)V99.
           05 OK-PAYEE           PIC X(30).
           05 OK-PURCHASER       PIC X(30).
           05 OK-CUST-ID         PIC 9(5).
           05 OK-FUNDING         PIC X(1).
               88 OK-FROM-ACCOUNT VALUE "A".
               88 OK-FROM-CASH   VALUE "C".
           05 OK-ACCOUNT-ID      PIC 9(6).
           05 OK-BRANCH          PIC 9(3).
           05 OK-OPERATOR        PIC X(8).
           05 OK-STATUS          PIC X(1).
               88 OK-OUTSTANDING VALUE "O".
               88 OK-PAID        VALUE "P".
               88 OK-ESCHEATED   VALUE "E".
           05 OK-STATUS-DATE     PIC 9(8).

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

       FD LETTER-FILE.
       01 LETTER-LINE            PIC X(80).

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
           05 AU-TIME            PIC 9(6).
           05 AU-PROGRAM         PIC X(8).
           05 AU-ACTION          PIC X(20).
           05 AU-KEY-ID          PIC 9(6).
           05 AU-DETAIL          PIC X(50).
           05 AU-OPERATOR        PIC X(8).

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

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BENEF-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ACCRUAL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-OFFCHK-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID           PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION            PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY               PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE      PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE       PIC X(400) VALUE SPACES.
       01 WS-ACTION               PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-POSTED               PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.

       01 WS-CUST-ID              PIC 9(5) VALUE 0.
       01 WS-CUST-NAME            PIC X(30) VALUE SPACES.
       01 WS-CUST-STATUS          PIC X(1) VALUE SPACE.
       01 WS-BIRTHDATE            PIC 9(8) VALUE 0.
       01 WS-DEATH-DATE           PIC 9(8) VALUE 0.

       01 WS-ACCOUNT-ID           PIC 9(6) VALUE 0.
       01 WS-ACCT-CUST-ID         PIC 9(5) VALUE 0.
       01 WS-ACCT-TYPE            PIC X(1) VALUE SPACE.
       01 WS-ACCT-STATUS          PIC X(1) VALUE SPACE.
       01 WS-BALANCE              PIC S9(6)V99 VALUE 0.
       01 WS-OLD-BALANCE          PIC S9(6)V99 VALUE 0.
       01 WS-BRANCH               PIC 9(3) VALUE 1.
       01 WS-SURVIVOR-ID          PIC 9(5) VALUE 0.

       01 WS-ACCOUNTS-FROZEN      PIC 9(3) VALUE 0.
       01 WS-JOINT-REMOVED        PIC 9(3) VALUE 0.
       01 WS-POD-ACCOUNTS         PIC 9(3) VALUE 0.
       01 WS-ACCOUNTS-LISTED      PIC 9(3) VALUE 0.
       01 WS-CUSTODIAN-ACCOUNTS   PIC 9(3) VALUE 0.

      *    POD beneficiaries, or a single payee for the estate.
       01 WS-SETTLE-BASIS         PIC X(1) VALUE SPACE.
           88 WS-SETTLE-POD       VALUE "P".
           88 WS-SETTLE-ESTATE    VALUE "E".
       01 WS-PAYEE-TABLE.
          05 WS-PAYEE-ENTRY OCCURS 20 TIMES INDEXED BY WS-PY-IDX.
             10 WS-PY-SEQ         PIC 9(2).
             10 WS-PY-NAME        PIC X(30).
             10 WS-PY-RELATION    PIC X(15).
             10 WS-PY-PERCENT     PIC 9(3).
             10 WS-PY-AMOUNT      PIC 9(7)V99.
             10 WS-PY-CHECK       PIC 9(6).
       01 WS-PAYEE-COUNT          PIC 9(2) VALUE 0.
       01 WS-PAYEE-FULL           PIC X VALUE "N".
       01 WS-SHARE-TOTAL          PIC 9(4) VALUE 0.
       01 WS-ALLOCATED            PIC 9(7)V99 VALUE 0.
       01 WS-HOLD-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-ACCRUED-PAYOUT       PIC 9(6)V99 VALUE 0.
       01 WS-SETTLE-TOTAL         PIC S9(7)V99 VALUE 0.
       01 WS-CUST-BACKUP-WH       PIC X(1) VALUE "N".
       01 WS-BACKUP-WH-RATE       PIC V99 VALUE .24.
       01 WS-WITHHOLD-AMOUNT      PIC 9(6)V99 VALUE 0.
       01 WS-DISBURSED            PIC 9(7)V99 VALUE 0.
       01 WS-CHECKS-ISSUED        PIC 9(2) VALUE 0.
       01 WS-CHECK-NUMBER         PIC 9(6) VALUE 0.
       01 WS-AMOUNT               PIC 9(6)V99 VALUE 0.
       01 WS-PURCHASER            PIC X(30) VALUE SPACES.
       01 WS-FORMATTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-BALANCE    PIC -,ZZZ,ZZ9.99.

       01 WS-LETTER-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
           05 OC-ID              PIC X(8).
           05 OC-LEVEL           PIC 9(1).

       PROCEDURE DIVISION USING OPERATOR-CONTEXT.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.

           IF OC-LEVEL < 2
               DISPLAY "Deceased-customer processing requires "
                   "supervisor authority."
               EXIT PROGRAM
           END-IF.

           DISPLAY "D: Record Death  /  P: Payable-on-Death Payout".
           DISPLAY "E: Release to Estate  /  I: Deceased Inquiry".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "D"
                   PERFORM RECORD-DEATH
               WHEN "P"
                   MOVE "P" TO WS-SETTLE-BASIS
                   PERFORM SETTLE-ACCOUNT
               WHEN "E"
                   MOVE "E" TO WS-SETTLE-BASIS
                   PERFORM SETTLE-ACCOUNT
               WHEN "I"
                   PERFORM DECEASED-INQUIRY
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

      *    Freezes sole accounts and removes the owner from joint ones.
       RECORD-DEATH.
           DISPLAY "Enter Customer ID:".
           ACCEPT WS-CUST-ID.
           PERFORM READ-CUSTOMER.
           IF WS-FOUND = "N"
               DISPLAY "Customer not found!"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-STATUS = "D"
               DISPLAY "Customer is already recorded as deceased "
                   "(date of death " WS-DEATH-DATE ")."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Customer: " WS-CUST-NAME.
           DISPLAY "Enter Date of Death (YYYYMMDD):".
           ACCEPT WS-DEATH-DATE.
           IF WS-DEATH-DATE = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DEATH-DATE) NOT = 0
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEATH-DATE > WS-DATE
               DISPLAY "Date of death cannot be in the future."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BIRTHDATE NOT = 0
               AND WS-DEATH-DATE < WS-BIRTHDATE
               DISPLAY "Date of death is before the date of birth."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Record " WS-CUST-NAME " as deceased? (Y/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Nothing recorded."
               EXIT PARAGRAPH
           END-IF.

           PERFORM MARK-CUSTOMER-DECEASED.
           IF WS-FOUND = "N"
               DISPLAY "Customer record could not be updated."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ACCOUNTS-FROZEN.
           MOVE 0 TO WS-JOINT-REMOVED.
           MOVE 0 TO WS-POD-ACCOUNTS.
           MOVE 0 TO WS-CUSTODIAN-ACCOUNTS.
           DISPLAY "-----------------------------------".
           MOVE "ACCOUNT " TO WS-MJ-FILE-ID.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM SETTLE-ONE-OWNERSHIP
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-FILE.

           MOVE "CUSTOMER DECEASED" TO WS-AUDIT-ACTION.
           MOVE WS-CUST-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Died " WS-DEATH-DATE " frozen " WS-ACCOUNTS-FROZEN
               " survivor " WS-JOINT-REMOVED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "-----------------------------------".
           DISPLAY WS-CUST-NAME " recorded as deceased "
               WS-DEATH-DATE ".".
           DISPLAY "Sole-owner accounts frozen:     "
               WS-ACCOUNTS-FROZEN.
           DISPLAY "Joint accounts left to survivor: "
               WS-JOINT-REMOVED.
           IF WS-POD-ACCOUNTS > 0
               DISPLAY WS-POD-ACCOUNTS " frozen account(s) carry a "
                   "payable-on-death designation. Use P to pay "
                   "them out."
           END-IF.
           IF WS-CUSTODIAN-ACCOUNTS > 0
               DISPLAY WS-CUSTODIAN-ACCOUNTS " custodial account(s) "
                   "need a successor custodian. Use Amend Account "
                   "Terms in account management."
           END-IF.

       SETTLE-ONE-OWNERSHIP.
           IF AC-CLOSED
               EXIT PARAGRAPH
           END-IF.
           IF AC-CUSTODIAN-ID = WS-CUST-ID
               ADD 1 TO WS-CUSTODIAN-ACCOUNTS
               DISPLAY "Account " AC-ID " is custodial for minor "
                   AC-CUST-ID ": name a successor custodian."
               EXIT PARAGRAPH
           END-IF.
           IF AC-CUST-ID NOT = WS-CUST-ID
               AND AC-JOINT-CUST-ID NOT = WS-CUST-ID
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE.
           IF AC-CUST-ID = WS-CUST-ID AND AC-JOINT-CUST-ID = 0
               MOVE "F" TO AC-STATUS
           ELSE
               IF AC-CUST-ID = WS-CUST-ID
                   MOVE AC-JOINT-CUST-ID TO AC-CUST-ID
               END-IF
               MOVE 0 TO AC-JOINT-CUST-ID
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE ACCOUNT-RECORD.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE AC-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.

           MOVE AC-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF AC-FROZEN
               ADD 1 TO WS-ACCOUNTS-FROZEN
               MOVE AC-ID TO WS-ACCOUNT-ID
               PERFORM LOAD-ACCOUNT-BENEFICIARIES
               MOVE "ACCOUNT FROZEN" TO WS-AUDIT-ACTION
               STRING "Owner " WS-CUST-ID " deceased " WS-DEATH-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               IF WS-PAYEE-COUNT > 0
                   ADD 1 TO WS-POD-ACCOUNTS
                   DISPLAY "Account " AC-ID " frozen (payable on "
                       "death, shares " WS-SHARE-TOTAL " pct)"
               ELSE
                   DISPLAY "Account " AC-ID " frozen"
               END-IF
           ELSE
               ADD 1 TO WS-JOINT-REMOVED
               MOVE "JOINT OWNER REMOVED" TO WS-AUDIT-ACTION
               STRING "Deceased " WS-CUST-ID " owner now " AC-CUST-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               DISPLAY "Account " AC-ID " now owned by customer "
                   AC-CUST-ID
           END-IF.
           PERFORM RECORD-AUDIT-ENTRY.

       MARK-CUSTOMER-DECEASED.
           MOVE "N" TO WS-FOUND.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-MJ-BEFORE-IMAGE
                   MOVE "D" TO CR-STATUS
                   MOVE WS-DEATH-DATE TO CR-DEATH-DATE
                   MOVE CUSTOMER-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE CUSTOMER-RECORD
                   MOVE "CUSTMST " TO WS-MJ-FILE-ID
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE CR-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
                   MOVE "Y" TO WS-FOUND
           END-READ.
           CLOSE CUSTOMER-FILE.

      *    Designations apply only when shares total 100 percent.
       SETTLE-ACCOUNT.
           DISPLAY "Enter Account ID:".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT.
           IF WS-FOUND = "N"
               DISPLAY "Account not found!"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCT-STATUS NOT = "F"
               DISPLAY "Only an account frozen on its owner's death "
                   "can be settled."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCT-CUST-ID TO WS-CUST-ID.
           PERFORM READ-CUSTOMER.
           IF WS-FOUND = "N" OR WS-CUST-STATUS NOT = "D"
               DISPLAY "The account owner is not recorded as "
                   "deceased."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-ACCOUNT-BENEFICIARIES.
           IF WS-PAYEE-FULL = "Y"
               DISPLAY "Account has more than 20 beneficiaries. "
                   "Settle it by hand."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SETTLE-POD
               IF WS-PAYEE-COUNT = 0
                   DISPLAY "No payable-on-death beneficiaries on "
                       "file. Use E to release the balance to the "
                       "estate."
                   EXIT PARAGRAPH
               END-IF
               IF WS-SHARE-TOTAL NOT = 100
                   DISPLAY "Beneficiary shares total " WS-SHARE-TOTAL
                       " percent, so the designation is not "
                       "effective. Use E to release the balance to "
                       "the estate."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PAYEE-COUNT > 0 AND WS-SHARE-TOTAL = 100
                   DISPLAY "Account has an effective payable-on-death "
                       "designation. Use P to pay the beneficiaries."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter Payee (executor or estate name):"
               MOVE SPACES TO WS-PY-NAME(1)
               ACCEPT WS-PY-NAME(1)
               IF WS-PY-NAME(1) = SPACES
                   DISPLAY "Payee is required."
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-PAYEE-COUNT
               MOVE 0 TO WS-PY-SEQ(1)
               MOVE "ESTATE" TO WS-PY-RELATION(1)
               MOVE 100 TO WS-PY-PERCENT(1)
               MOVE 100 TO WS-SHARE-TOTAL
           END-IF.

           PERFORM COMPUTE-ACTIVE-HOLDS.
           IF WS-HOLD-TOTAL > 0
               MOVE WS-HOLD-TOTAL TO WS-FORMATTED-AMOUNT
               DISPLAY "Account has active holds of "
                   WS-FORMATTED-AMOUNT ". Resolve them before the "
                   "account is settled."
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ACCRUED-INTEREST.
           PERFORM COMPUTE-BACKUP-WITHHOLDING.
           COMPUTE WS-SETTLE-TOTAL = WS-BALANCE + WS-ACCRUED-PAYOUT
               - WS-WITHHOLD-AMOUNT.
           IF WS-SETTLE-TOTAL NOT > 0
               MOVE WS-SETTLE-TOTAL TO WS-FORMATTED-BALANCE
               DISPLAY "Account balance is " WS-FORMATTED-BALANCE
                   ". There is nothing to pay out."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ALLOCATE-SHARES.
           DISPLAY "-----------------------------------".
           DISPLAY "Account " WS-ACCOUNT-ID "  Owner " WS-CUST-NAME.
           MOVE WS-BALANCE TO WS-FORMATTED-BALANCE.
           DISPLAY "Balance:          " WS-FORMATTED-BALANCE.
           MOVE WS-ACCRUED-PAYOUT TO WS-FORMATTED-AMOUNT.
           DISPLAY "Accrued interest: " WS-FORMATTED-AMOUNT.
           IF WS-WITHHOLD-AMOUNT > 0
               MOVE WS-WITHHOLD-AMOUNT TO WS-FORMATTED-AMOUNT
               DISPLAY "Backup withholding: " WS-FORMATTED-AMOUNT
           END-IF.
           SET WS-PY-IDX TO 1.
           PERFORM WS-PAYEE-COUNT TIMES
               MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY "  " WS-PY-NAME(WS-PY-IDX) " "
                   WS-PY-PERCENT(WS-PY-IDX) " pct "
                   WS-FORMATTED-AMOUNT
               SET WS-PY-IDX UP BY 1
           END-PERFORM.
           DISPLAY "-----------------------------------".
           DISPLAY "Issue official checks and close the account? "
               "(Y/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Nothing paid."
               EXIT PARAGRAPH
           END-IF.

           PERFORM INITIALIZE-TRANSACTION-ID.
           MOVE "ACCOUNT " TO WS-MJ-FILE-ID.
           IF WS-ACCRUED-PAYOUT > 0
               PERFORM PAY-ACCRUED-INTEREST
           END-IF.

           MOVE SPACES TO WS-PURCHASER.
           STRING "ESTATE OF " DELIMITED BY SIZE
                  WS-CUST-NAME DELIMITED BY SIZE
                  INTO WS-PURCHASER.
           MOVE 0 TO WS-DISBURSED.
           MOVE 0 TO WS-CHECKS-ISSUED.
           MOVE "Y" TO WS-POSTED.
           SET WS-PY-IDX TO 1.
           PERFORM WS-PAYEE-COUNT TIMES
               MOVE 0 TO WS-PY-CHECK(WS-PY-IDX)
               IF WS-POSTED = "Y" AND WS-PY-AMOUNT(WS-PY-IDX) > 0
                   PERFORM ISSUE-PAYOUT-CHECK
               END-IF
               SET WS-PY-IDX UP BY 1
           END-PERFORM.
           IF WS-POSTED = "N"
               DISPLAY "The account could not be debited. "
                   WS-CHECKS-ISSUED " check(s) were issued before "
                   "the failure and the account is still frozen."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CLOSE-SETTLED-ACCOUNT.
           PERFORM WRITE-SETTLEMENT-LETTER.

           MOVE "ACCOUNT SETTLED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Paid " WS-DISBURSED " payees " WS-CHECKS-ISSUED
               " int " WS-ACCRUED-PAYOUT " basis " WS-SETTLE-BASIS
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           MOVE WS-DISBURSED TO WS-FORMATTED-AMOUNT.
           DISPLAY "-----------------------------------".
           DISPLAY WS-CHECKS-ISSUED " official check(s) issued for "
               WS-FORMATTED-AMOUNT ".".
           IF WS-BALANCE = 0
               DISPLAY "Account " WS-ACCOUNT-ID " closed."
           ELSE
               DISPLAY "Account " WS-ACCOUNT-ID " still shows a "
                   "balance of " WS-BALANCE " and was left frozen."
           END-IF.
           DISPLAY "Settlement letter: " WS-LETTER-FILENAME.

      *    The last payee takes the remainder.
       ALLOCATE-SHARES.
           MOVE 0 TO WS-ALLOCATED.
           SET WS-PY-IDX TO 1.
           PERFORM WS-PAYEE-COUNT TIMES
               IF WS-PY-IDX = WS-PAYEE-COUNT
                   COMPUTE WS-PY-AMOUNT(WS-PY-IDX) =
                       WS-SETTLE-TOTAL - WS-ALLOCATED
               ELSE
                   COMPUTE WS-PY-AMOUNT(WS-PY-IDX) =
                       WS-SETTLE-TOTAL * WS-PY-PERCENT(WS-PY-IDX) / 100
                   ADD WS-PY-AMOUNT(WS-PY-IDX) TO WS-ALLOCATED
               END-IF
               SET WS-PY-IDX UP BY 1
           END-PERFORM.

       ISSUE-PAYOUT-CHECK.
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-AMOUNT.
           PERFORM ASSIGN-CHECK-NUMBER.
           PERFORM POST-PAYOUT-DEBIT.
           IF WS-POSTED = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-NUMBER TO WS-PY-CHECK(WS-PY-IDX).
           PERFORM APPEND-OFFICIAL-CHECK.
           ADD 1 TO WS-CHECKS-ISSUED.
           ADD WS-AMOUNT TO WS-DISBURSED.

           IF WS-SETTLE-POD
               MOVE "POD PAYOUT" TO WS-AUDIT-ACTION
           ELSE
               MOVE "ESTATE PAYOUT" TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Chk " WS-CHECK-NUMBER " amt " WS-AMOUNT
               " seq " WS-PY-SEQ(WS-PY-IDX)
               " pct " WS-PY-PERCENT(WS-PY-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

      *    Posted as type E, as OFFCHECK does.
       POST-PAYOUT-DEBIT.
           MOVE "N" TO WS-POSTED.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   SUBTRACT WS-AMOUNT FROM AC-BALANCE
                   MOVE AC-BALANCE TO WS-BALANCE
                   MOVE AC-BRANCH TO WS-BRANCH
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
                   MOVE "Y" TO WS-POSTED
           END-READ.
           CLOSE ACCOUNT-FILE.
           IF WS-POSTED = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "E" TO TR-TYPE.
           MOVE WS-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE "N" TO TR-POSTED-FLAG.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       APPEND-OFFICIAL-CHECK.
           OPEN EXTEND OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-FILE
           END-IF.
           MOVE WS-CHECK-NUMBER TO OK-NUMBER.
           MOVE WS-DATE TO OK-ISSUE-DATE.
           MOVE WS-AMOUNT TO OK-AMOUNT.
           MOVE WS-PY-NAME(WS-PY-IDX) TO OK-PAYEE.
           MOVE WS-PURCHASER TO OK-PURCHASER.
           MOVE WS-CUST-ID TO OK-CUST-ID.
           MOVE "A" TO OK-FUNDING.
           MOVE WS-ACCOUNT-ID TO OK-ACCOUNT-ID.
           MOVE WS-BRANCH TO OK-BRANCH.
           MOVE OC-ID TO OK-OPERATOR.
           MOVE "O" TO OK-STATUS.
           MOVE WS-DATE TO OK-STATUS-DATE.
           WRITE OFFICIAL-CHECK-RECORD.
           CLOSE OFFICIAL-CHECK-FILE.

       ASSIGN-CHECK-NUMBER.
           MOVE 0 TO WS-CHECK-NUMBER.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OFFICIAL-CHECK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF OK-NUMBER > WS-CHECK-NUMBER
                               MOVE OK-NUMBER TO WS-CHECK-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OFFICIAL-CHECK-FILE.
           ADD 1 TO WS-CHECK-NUMBER.

       CLOSE-SETTLED-ACCOUNT.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-BALANCE TO WS-BALANCE
                   IF AC-BALANCE = 0
                       MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                       MOVE "C" TO AC-STATUS
                       MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                       REWRITE ACCOUNT-RECORD
                       MOVE "R" TO WS-MJ-ACTION
                       MOVE AC-ID TO WS-MJ-KEY
                       PERFORM RECORD-MASTER-IMAGE
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.
           IF WS-BALANCE = 0
               MOVE "ACCOUNT CLOSED" TO WS-AUDIT-ACTION
               MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "Settled, owner " WS-CUST-ID " deceased"
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
           END-IF.

      *    Unpaid accrued interest is credited before the split.
       READ-ACCRUED-INTEREST.
           MOVE 0 TO WS-ACCRUED-PAYOUT.
           OPEN INPUT ACCRUAL-FILE.
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
           END-READ.
           CLOSE ACCRUAL-FILE.

       PAY-ACCRUED-INTEREST.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               CLOSE ACCRUAL-FILE
               MOVE 0 TO WS-ACCRUED-PAYOUT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO IA-ACCOUNT-ID.
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE 0 TO WS-ACCRUED-PAYOUT
               NOT INVALID KEY
                   MOVE IA-ACCRUED TO WS-ACCRUED-PAYOUT
                   MOVE 0 TO IA-ACCRUED
                   MOVE WS-DATE TO IA-LAST-PAID-DATE
                   MOVE WS-ACCRUED-PAYOUT TO IA-LAST-PAID-AMOUNT
                   REWRITE ACCRUAL-RECORD
           END-READ.
           CLOSE ACCRUAL-FILE.
           IF WS-ACCRUED-PAYOUT = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   ADD WS-ACCRUED-PAYOUT TO AC-BALANCE
                   MOVE AC-BALANCE TO WS-BALANCE
                   MOVE AC-BRANCH TO WS-BRANCH
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
           END-READ.
           CLOSE ACCOUNT-FILE.

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

           MOVE "CLOSE INT PAID" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Accrued interest " WS-ACCRUED-PAYOUT
               " paid at close" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           PERFORM COMPUTE-BACKUP-WITHHOLDING.
           IF WS-WITHHOLD-AMOUNT > 0
               PERFORM POST-BACKUP-WITHHOLDING
           END-IF.

       COMPUTE-BACKUP-WITHHOLDING.
           MOVE 0 TO WS-WITHHOLD-AMOUNT.
           IF WS-CUST-BACKUP-WH = "Y"
               COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
                   WS-ACCRUED-PAYOUT * WS-BACKUP-WH-RATE
           END-IF.

       POST-BACKUP-WITHHOLDING.
           OPEN I-O ACCOUNT-FILE.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   SUBTRACT WS-WITHHOLD-AMOUNT FROM AC-BALANCE
                   MOVE AC-BALANCE TO WS-BALANCE
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
           END-READ.
           CLOSE ACCOUNT-FILE.

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

           MOVE "BACKUP WITHHOLDING" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Withheld " WS-WITHHOLD-AMOUNT " of interest "
               WS-ACCRUED-PAYOUT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       WRITE-SETTLEMENT-LETTER.
           MOVE SPACES TO WS-LETTER-FILENAME.
           STRING "ESTLTR-" DELIMITED BY SIZE
                  WS-ACCOUNT-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LETTER-FILENAME.
           OPEN OUTPUT LETTER-FILE.
           MOVE "ESTATE SETTLEMENT - ACCOUNT CLOSED" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Account:         " DELIMITED BY SIZE
                  WS-ACCOUNT-ID DELIMITED BY SIZE
                  "  Type " DELIMITED BY SIZE
                  WS-ACCT-TYPE DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Deceased owner:  " DELIMITED BY SIZE
                  WS-CUST-NAME DELIMITED BY SIZE
                  " (customer " DELIMITED BY SIZE
                  WS-CUST-ID DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Date of death:   " DELIMITED BY SIZE
                  WS-DEATH-DATE DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           IF WS-SETTLE-POD
               MOVE "Paid to:         Payable-on-death beneficiaries"
                   TO LETTER-LINE
           ELSE
               MOVE "Paid to:         The estate of the deceased owner"
                   TO LETTER-LINE
           END-IF.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE WS-ACCRUED-PAYOUT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO LETTER-LINE.
           STRING "Accrued interest credited: " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-WITHHOLD-AMOUNT > 0
               MOVE WS-WITHHOLD-AMOUNT TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO LETTER-LINE
               STRING "Backup withholding:        " DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE WS-SETTLE-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO LETTER-LINE.
           STRING "Balance paid out:          " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "Check   Payee                          Share"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           SET WS-PY-IDX TO 1.
           PERFORM WS-PAYEE-COUNT TIMES
               IF WS-PY-CHECK(WS-PY-IDX) NOT = 0
                   MOVE WS-PY-AMOUNT(WS-PY-IDX)
                       TO WS-FORMATTED-AMOUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING WS-PY-CHECK(WS-PY-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-PY-NAME(WS-PY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-PY-PERCENT(WS-PY-IDX) DELIMITED BY SIZE
                          " pct " DELIMITED BY SIZE
                          WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                          INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               SET WS-PY-IDX UP BY 1
           END-PERFORM.
           MOVE WS-DISBURSED TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO LETTER-LINE.
           STRING "Total disbursed:                 " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF WS-BALANCE = 0
               MOVE "The account has been paid in full and closed."
                   TO LETTER-LINE
           ELSE
               MOVE "The account could not be closed and remains "
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "frozen pending review." TO LETTER-LINE
           END-IF.
           WRITE LETTER-LINE.
           MOVE "Each payment was made by official check drawn on "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "the bank, payable on presentation." TO LETTER-LINE.
           WRITE LETTER-LINE.
           CLOSE LETTER-FILE.

           MOVE "ESTATE  " TO WS-SPOOL-TYPE.
           MOVE WS-ACCOUNT-ID TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-LETTER-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

       DECEASED-INQUIRY.
           DISPLAY "Enter Customer ID:".
           ACCEPT WS-CUST-ID.
           PERFORM READ-CUSTOMER.
           IF WS-FOUND = "N"
               DISPLAY "Customer not found!"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "Customer " WS-CUST-ID "  " WS-CUST-NAME.
           IF WS-CUST-STATUS = "D"
               DISPLAY "Deceased. Date of death: " WS-DEATH-DATE
           ELSE
               DISPLAY "Not recorded as deceased."
           END-IF.
           MOVE 0 TO WS-ACCOUNTS-LISTED.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE WS-CUST-ID TO AC-CUST-ID
               START ACCOUNT-FILE KEY = AC-CUST-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AC-CUST-ID NOT = WS-CUST-ID
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM DISPLAY-OWNED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACCOUNT-FILE.
           IF WS-ACCOUNTS-LISTED = 0
               DISPLAY "No accounts held in this customer's name."
           END-IF.
           DISPLAY "-----------------------------------".

       DISPLAY-OWNED-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           MOVE AC-ID TO WS-ACCOUNT-ID.
           PERFORM LOAD-ACCOUNT-BENEFICIARIES.
           MOVE AC-BALANCE TO WS-FORMATTED-BALANCE.
           IF WS-PAYEE-COUNT > 0
               DISPLAY "Account " AC-ID " type " AC-TYPE
                   " status " AC-STATUS " balance "
                   WS-FORMATTED-BALANCE " POD " WS-PAYEE-COUNT
                   " beneficiaries, " WS-SHARE-TOTAL " pct"
           ELSE
               DISPLAY "Account " AC-ID " type " AC-TYPE
                   " status " AC-STATUS " balance "
                   WS-FORMATTED-BALANCE
           END-IF.

       LOAD-ACCOUNT-BENEFICIARIES.
           MOVE 0 TO WS-PAYEE-COUNT.
           MOVE 0 TO WS-SHARE-TOTAL.
           MOVE "N" TO WS-PAYEE-FULL.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BENEF-FILE-STATUS NOT = "00"
               CLOSE BENEFICIARY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BENEFICIARY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BN-ACCOUNT-ID = WS-ACCOUNT-ID
                           PERFORM ADD-BENEFICIARY-PAYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.
           MOVE "N" TO WS-EOF.

       ADD-BENEFICIARY-PAYEE.
           IF WS-PAYEE-COUNT >= 20
               MOVE "Y" TO WS-PAYEE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAYEE-COUNT.
           SET WS-PY-IDX TO WS-PAYEE-COUNT.
           MOVE BN-SEQ TO WS-PY-SEQ(WS-PY-IDX).
           MOVE BN-NAME TO WS-PY-NAME(WS-PY-IDX).
           MOVE BN-RELATION TO WS-PY-RELATION(WS-PY-IDX).
           MOVE BN-PERCENT TO WS-PY-PERCENT(WS-PY-IDX).
           MOVE 0 TO WS-PY-AMOUNT(WS-PY-IDX).
           MOVE 0 TO WS-PY-CHECK(WS-PY-IDX).
           ADD BN-PERCENT TO WS-SHARE-TOTAL.

       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = "00"
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HD-ACCOUNT-ID = WS-ACCOUNT-ID
                           AND HD-ACTIVE
                           ADD HD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       READ-CUSTOMER.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-CUST-BACKUP-WH.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE CR-NAME TO WS-CUST-NAME
                   MOVE CR-STATUS TO WS-CUST-STATUS
                   MOVE CR-BIRTHDATE TO WS-BIRTHDATE
                   MOVE CR-DEATH-DATE TO WS-DEATH-DATE
                   MOVE CR-BACKUP-WH TO WS-CUST-BACKUP-WH
           END-READ.
           CLOSE CUSTOMER-FILE.

       READ-ACCOUNT.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE AC-CUST-ID TO WS-ACCT-CUST-ID
                   MOVE AC-TYPE TO WS-ACCT-TYPE
                   MOVE AC-STATUS TO WS-ACCT-STATUS
                   MOVE AC-BALANCE TO WS-BALANCE
                   MOVE AC-BRANCH TO WS-BRANCH
           END-READ.
           CLOSE ACCOUNT-FILE.

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

       OPEN-TRANSACTION-IO.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF.

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

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "ESTATE  " TO MJ-PROGRAM.
           MOVE WS-MJ-FILE-ID TO MJ-FILE-ID.
           MOVE WS-MJ-ACTION TO MJ-ACTION.
           MOVE WS-MJ-KEY TO MJ-KEY.
           MOVE WS-MJ-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE WS-MJ-AFTER-IMAGE TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.
           CLOSE MASTER-JOURNAL-FILE.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "ESTATE  " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
