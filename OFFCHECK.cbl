       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCHK-FILE-STATUS.
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
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-ID
           ALTERNATE RECORD KEY IS TR-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "DRAWER.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRAWER-FILE-STATUS.
           SELECT DRAWER-NEW-FILE ASSIGN TO "DRAWER.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
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

       FD BRANCH-FILE.
       01 BRANCH-RECORD.
           05 BR-CODE            PIC 9(3).
           05 BR-NAME            PIC X(30).
           05 BR-STATUS          PIC X(1).
               88 BR-OPEN        VALUE "O".
               88 BR-CLOSED      VALUE "C".

       FD DRAWER-FILE.
       01 DRAWER-RECORD.
           05 DR-BRANCH          PIC 9(3).
           05 DR-TELLER          PIC X(8).
           05 DR-DATE            PIC 9(8).
           05 DR-OPENING         PIC 9(8)V99.
           05 DR-CASH-IN         PIC 9(8)V99.
           05 DR-CASH-OUT        PIC 9(8)V99.
           05 DR-STATUS          PIC X(1).
               88 DR-OPEN        VALUE "O".
               88 DR-CLOSED      VALUE "C".
           05 DR-PAID-OUT        PIC 9(8)V99.

       FD DRAWER-NEW-FILE.
       01 DRAWER-NEW-RECORD.
           05 DN-BRANCH          PIC 9(3).
           05 DN-TELLER          PIC X(8).
           05 DN-DATE            PIC 9(8).
           05 DN-OPENING         PIC 9(8)V99.
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
       01 WS-OFFCHK-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-BRANCH-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-DRAWER-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID           PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION            PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY               PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE      PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE       PIC X(400) VALUE SPACES.
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.

       01 WS-FUNDING              PIC X(1) VALUE SPACE.
       01 WS-CHECK-NUMBER         PIC 9(6) VALUE 0.
       01 WS-AMOUNT               PIC 9(6)V99 VALUE 0.
       01 WS-PAYEE                PIC X(30) VALUE SPACES.
       01 WS-PURCHASER            PIC X(30) VALUE SPACES.
       01 WS-PURCHASER-CUST-ID    PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-ID           PIC 9(6) VALUE 0.
       01 WS-BRANCH               PIC 9(3) VALUE 1.
       01 WS-BRANCH-FOUND         PIC X VALUE "N".
       01 WS-BRANCH-STATUS        PIC X(1) VALUE "O".
       01 WS-BRANCH-EOF           PIC X VALUE "N".

       01 WS-BALANCE              PIC S9(6)V99 VALUE 0.
       01 WS-OLD-BALANCE          PIC S9(6)V99 VALUE 0.
       01 WS-ACCOUNT-STATUS       PIC X(1) VALUE SPACE.
       01 WS-CURRENT-PIN          PIC 9(4) VALUE 0.
       01 WS-PIN                  PIC 9(4) VALUE 0.
       01 WS-PIN-FAIL-COUNT       PIC 9(1) VALUE 0.
       01 WS-MAX-PIN-FAILS        PIC 9(1) VALUE 3.
       01 WS-LAST-TXN-DATE        PIC 9(8) VALUE 0.
       01 WS-DAILY-TXN-COUNT      PIC 9(2) VALUE 0.
       01 WS-MAX-DAILY-TXN        PIC 9(2) VALUE 10.
       01 WS-HOLD-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-HOLD-EOF             PIC X VALUE "N".
       01 WS-AVAILABLE-BALANCE    PIC S9(8)V99 VALUE 0.
       01 WS-POSTED               PIC X VALUE "N".

       01 WS-OP-TXN-LIMIT         PIC 9(6)V99 VALUE 0.
       01 WS-OPERATOR-EOF         PIC X VALUE "N".
       01 WS-DRAWER-MATCHED       PIC X VALUE "N".
       01 WS-DRAWER-EOF           PIC X VALUE "N".

       01 WS-LISTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-LISTED-TOTAL         PIC 9(8)V99 VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-TOTAL      PIC ZZ,ZZZ,ZZ9.99.

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

           DISPLAY "I: Issue Official Check  /  Q: Check Inquiry  /  "
               "L: List Outstanding Checks".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "I"
                   PERFORM ISSUE-OFFICIAL-CHECK
               WHEN "Q"
                   PERFORM CHECK-INQUIRY
               WHEN "L"
                   PERFORM LIST-OUTSTANDING
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

      *    Stays on OFFCHK.dat until paid or escheated.
       ISSUE-OFFICIAL-CHECK.
           DISPLAY "Funding (A: Debit Customer Account, C: Cash):".
           ACCEPT WS-FUNDING.
           IF WS-FUNDING NOT = "A" AND WS-FUNDING NOT = "C"
               DISPLAY "Invalid funding method."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND.
           IF WS-FUNDING = "A"
               PERFORM GET-FUNDING-ACCOUNT
           ELSE
               PERFORM GET-CASH-PURCHASER
           END-IF.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Payee Name:".
           ACCEPT WS-PAYEE.
           IF WS-PAYEE = SPACES
               DISPLAY "Payee is required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Check Amount:".
           ACCEPT WS-AMOUNT.
           IF WS-AMOUNT NOT > 0
               DISPLAY "Amount must be greater than zero."
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-OPERATOR-LIMITS.
           IF WS-OP-TXN-LIMIT > 0
               AND WS-AMOUNT > WS-OP-TXN-LIMIT
               DISPLAY "Check amount exceeds your per-transaction "
                   "limit of " WS-OP-TXN-LIMIT ". A supervisor must "
                   "issue this check."
               EXIT PARAGRAPH
           END-IF.

           IF WS-FUNDING = "A"
               PERFORM COMPUTE-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-BALANCE - WS-HOLD-TOTAL
               IF WS-AMOUNT > WS-AVAILABLE-BALANCE
                   DISPLAY "Insufficient available funds. Official "
                       "checks may not overdraw the account."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM ASSIGN-CHECK-NUMBER.

           IF WS-FUNDING = "A"
               PERFORM POST-ACCOUNT-DEBIT
               IF WS-POSTED = "N"
                   DISPLAY "Account could not be updated. No check "
                       "was issued."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM UPDATE-TELLER-DRAWER
           END-IF.

           PERFORM APPEND-OFFICIAL-CHECK.

           MOVE "OFFICIAL CHK ISSUED" TO WS-AUDIT-ACTION.
           MOVE WS-CHECK-NUMBER TO WS-AUDIT-KEY-ID.
           IF WS-FUNDING = "A"
               STRING "Amt " WS-AMOUNT " from account "
                   WS-ACCOUNT-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           ELSE
               STRING "Amt " WS-AMOUNT " cash branch "
                   WS-BRANCH DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           END-IF.
           PERFORM RECORD-AUDIT-ENTRY.

           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY "-----------------------------------".
           DISPLAY "Official check " WS-CHECK-NUMBER " issued.".
           DISPLAY "Pay to:     " WS-PAYEE.
           DISPLAY "Amount:     " WS-FORMATTED-AMOUNT.
           DISPLAY "Purchaser:  " WS-PURCHASER.
           IF WS-FUNDING = "A"
               DISPLAY "Debited account " WS-ACCOUNT-ID
                   ". Balance: " WS-BALANCE
           ELSE
               DISPLAY "Cash taken into your drawer at branch "
                   WS-BRANCH "."
           END-IF.
           DISPLAY "-----------------------------------".

       GET-FUNDING-ACCOUNT.
           DISPLAY "Enter Account ID:".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT.
           IF WS-FOUND = "N"
               DISPLAY "Account not found!"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           IF WS-ACCOUNT-STATUS NOT = "O"
               DISPLAY "Account is not open. Official checks can "
                   "only be drawn from an open account."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-FAIL-COUNT >= WS-MAX-PIN-FAILS
               DISPLAY "PIN is locked after repeated failures. A "
                   "supervisor reset is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter PIN:".
           ACCEPT WS-PIN.
           IF WS-PIN NOT = WS-CURRENT-PIN
               PERFORM RECORD-PIN-FAILURE
               DISPLAY "Incorrect PIN. Issuance refused."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAST-TXN-DATE = WS-DATE
               AND WS-DAILY-TXN-COUNT >= WS-MAX-DAILY-TXN
               DISPLAY "Daily transaction limit reached for this "
                   "account. Issuance refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE "(customer not on file)" TO WS-PURCHASER.
           PERFORM READ-PURCHASER-CUSTOMER.
           MOVE "Y" TO WS-FOUND.

       GET-CASH-PURCHASER.
           DISPLAY "Enter Branch Code:".
           ACCEPT WS-BRANCH.
           PERFORM VALIDATE-BRANCH-CODE.
           IF WS-BRANCH-FOUND = "N"
               DISPLAY "Branch not found."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BRANCH-STATUS = "C"
               DISPLAY "Branch is closed."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ACCOUNT-ID.
           DISPLAY "Enter Purchaser Customer ID (0 if not a "
               "customer):".
           ACCEPT WS-PURCHASER-CUST-ID.
           IF WS-PURCHASER-CUST-ID NOT = 0
               MOVE SPACES TO WS-PURCHASER
               PERFORM READ-PURCHASER-CUSTOMER
               IF WS-PURCHASER = SPACES
                   DISPLAY "Customer not found!"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Enter Purchaser Name:"
               ACCEPT WS-PURCHASER
               IF WS-PURCHASER = SPACES
                   DISPLAY "Purchaser name is required."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-FOUND.

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
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE AC-BALANCE TO WS-BALANCE
                   MOVE AC-STATUS TO WS-ACCOUNT-STATUS
                   MOVE AC-PIN TO WS-CURRENT-PIN
                   MOVE AC-PIN-FAIL-COUNT TO WS-PIN-FAIL-COUNT
                   MOVE AC-LAST-TXN-DATE TO WS-LAST-TXN-DATE
                   MOVE AC-DAILY-TXN-COUNT TO WS-DAILY-TXN-COUNT
                   MOVE AC-BRANCH TO WS-BRANCH
                   MOVE AC-CUST-ID TO WS-PURCHASER-CUST-ID
           END-READ.
           CLOSE ACCOUNT-FILE.

       READ-PURCHASER-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PURCHASER-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-PURCHASER
           END-READ.
           CLOSE CUSTOMER-FILE.

       RECORD-PIN-FAILURE.
           OPEN I-O ACCOUNT-FILE.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   ADD 1 TO AC-PIN-FAIL-COUNT
                   MOVE AC-PIN-FAIL-COUNT TO WS-PIN-FAIL-COUNT
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
           END-READ.
           CLOSE ACCOUNT-FILE.
           MOVE "PIN ATTEMPT FAILED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           STRING "Failed attempts " WS-PIN-FAIL-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.
           IF WS-PIN-FAIL-COUNT >= WS-MAX-PIN-FAILS
               MOVE "PIN LOCKED" TO WS-AUDIT-ACTION
               MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID
               MOVE "Locked after repeated failures"
                   TO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
               DISPLAY "This account's PIN is now locked."
           END-IF.

       VALIDATE-BRANCH-CODE.
           MOVE "N" TO WS-BRANCH-FOUND.
           MOVE "O" TO WS-BRANCH-STATUS.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS = "35"
               IF WS-BRANCH = 1
                   MOVE "Y" TO WS-BRANCH-FOUND
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BRANCH-EOF.
           PERFORM UNTIL WS-BRANCH-EOF = "Y"
               READ BRANCH-FILE
                   AT END
                       MOVE "Y" TO WS-BRANCH-EOF
                   NOT AT END
                       IF BR-CODE = WS-BRANCH
                           MOVE "Y" TO WS-BRANCH-FOUND
                           IF BR-CLOSED
                               MOVE "C" TO WS-BRANCH-STATUS
                           END-IF
                           MOVE "Y" TO WS-BRANCH-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.

      *    A limit of zero leaves the operator unrestricted.
       READ-OPERATOR-LIMITS.
           MOVE 0 TO WS-OP-TXN-LIMIT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               CLOSE OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-OPERATOR-EOF.
           PERFORM UNTIL WS-OPERATOR-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-OPERATOR-EOF
                   NOT AT END
                       IF OP-ID = OC-ID
                           IF OP-TXN-LIMIT IS NUMERIC
                               MOVE OP-TXN-LIMIT TO WS-OP-TXN-LIMIT
                           END-IF
                           MOVE "Y" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HOLD-EOF.
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF HD-ACCOUNT-ID = WS-ACCOUNT-ID
                           AND HD-ACTIVE
                           ADD HD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

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

      *    Posted as type E; GLPOST moves it to checks outstanding.
       POST-ACCOUNT-DEBIT.
           MOVE "N" TO WS-POSTED.
           PERFORM INITIALIZE-TRANSACTION-ID.
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
                   MOVE AC-BALANCE TO WS-OLD-BALANCE
                   SUBTRACT WS-AMOUNT FROM AC-BALANCE
                   MOVE AC-BALANCE TO WS-BALANCE
                   IF AC-LAST-TXN-DATE = WS-DATE
                       ADD 1 TO AC-DAILY-TXN-COUNT
                   ELSE
                       MOVE WS-DATE TO AC-LAST-TXN-DATE
                       MOVE 1 TO AC-DAILY-TXN-COUNT
                   END-IF
                   IF AC-PIN-FAIL-COUNT NOT = 0
                       MOVE 0 TO AC-PIN-FAIL-COUNT
                   END-IF
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

           MOVE "WITHDRAWAL" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           STRING "Amt " WS-AMOUNT " bal " WS-OLD-BALANCE
               "->" WS-BALANCE DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       APPEND-OFFICIAL-CHECK.
           OPEN EXTEND OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS = "35"
               OPEN OUTPUT OFFICIAL-CHECK-FILE
           END-IF.
           MOVE WS-CHECK-NUMBER TO OK-NUMBER.
           MOVE WS-DATE TO OK-ISSUE-DATE.
           MOVE WS-AMOUNT TO OK-AMOUNT.
           MOVE WS-PAYEE TO OK-PAYEE.
           MOVE WS-PURCHASER TO OK-PURCHASER.
           MOVE WS-PURCHASER-CUST-ID TO OK-CUST-ID.
           MOVE WS-FUNDING TO OK-FUNDING.
           MOVE WS-ACCOUNT-ID TO OK-ACCOUNT-ID.
           MOVE WS-BRANCH TO OK-BRANCH.
           MOVE OC-ID TO OK-OPERATOR.
           MOVE "O" TO OK-STATUS.
           MOVE WS-DATE TO OK-STATUS-DATE.
           WRITE OFFICIAL-CHECK-RECORD.
           CLOSE OFFICIAL-CHECK-FILE.

      *    Cash taken in goes into the teller's drawer position.
       UPDATE-TELLER-DRAWER.
           MOVE "N" TO WS-DRAWER-MATCHED.
           OPEN INPUT DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS = "35"
               OPEN OUTPUT DRAWER-FILE
               CLOSE DRAWER-FILE
               OPEN INPUT DRAWER-FILE
           END-IF.
           OPEN OUTPUT DRAWER-NEW-FILE.
           MOVE "N" TO WS-DRAWER-EOF.
           PERFORM UNTIL WS-DRAWER-EOF = "Y"
               READ DRAWER-FILE
                   AT END
                       MOVE "Y" TO WS-DRAWER-EOF
                   NOT AT END
                       IF DR-BRANCH = WS-BRANCH
                           AND DR-TELLER = OC-ID
                           AND DR-DATE = WS-DATE
                           MOVE "Y" TO WS-DRAWER-MATCHED
                           ADD WS-AMOUNT TO DR-CASH-IN
                       END-IF
                       WRITE DRAWER-NEW-RECORD FROM DRAWER-RECORD
               END-READ
           END-PERFORM.
           CLOSE DRAWER-FILE.

           IF WS-DRAWER-MATCHED = "N"
               MOVE WS-BRANCH TO DN-BRANCH
               MOVE OC-ID TO DN-TELLER
               MOVE WS-DATE TO DN-DATE
               MOVE 0 TO DN-OPENING
               MOVE WS-AMOUNT TO DN-CASH-IN
               MOVE 0 TO DN-CASH-OUT
               MOVE 0 TO DN-PAID-OUT
               MOVE "O" TO DN-STATUS
               WRITE DRAWER-NEW-RECORD
           END-IF.
           CLOSE DRAWER-NEW-FILE.

           OPEN INPUT DRAWER-NEW-FILE.
           OPEN OUTPUT DRAWER-FILE.
           MOVE "N" TO WS-DRAWER-EOF.
           PERFORM UNTIL WS-DRAWER-EOF = "Y"
               READ DRAWER-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-DRAWER-EOF
                   NOT AT END
                       WRITE DRAWER-RECORD FROM DRAWER-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE DRAWER-NEW-FILE.
           CLOSE DRAWER-FILE.
           CALL "CBL_DELETE_FILE" USING "DRAWER.tmp".

       CHECK-INQUIRY.
           DISPLAY "Enter Official Check Number:".
           ACCEPT WS-CHECK-NUMBER.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS NOT = "00"
               CLOSE OFFICIAL-CHECK-FILE
               DISPLAY "No official checks on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OFFICIAL-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OK-NUMBER = WS-CHECK-NUMBER
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.
           IF WS-FOUND = "N"
               DISPLAY "Official check not found!"
               EXIT PARAGRAPH
           END-IF.

           MOVE OK-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY "-----------------------------------".
           DISPLAY "Official check " OK-NUMBER.
           DISPLAY "Issued:     " OK-ISSUE-DATE " branch " OK-BRANCH
               " by " OK-OPERATOR.
           DISPLAY "Pay to:     " OK-PAYEE.
           DISPLAY "Amount:     " WS-FORMATTED-AMOUNT.
           DISPLAY "Purchaser:  " OK-PURCHASER " (customer "
               OK-CUST-ID ")".
           IF OK-FROM-ACCOUNT
               DISPLAY "Funded by:  debit to account " OK-ACCOUNT-ID
           ELSE
               DISPLAY "Funded by:  cash"
           END-IF.
           EVALUATE TRUE
               WHEN OK-OUTSTANDING
                   DISPLAY "Status:     Outstanding"
               WHEN OK-PAID
                   DISPLAY "Status:     Paid " OK-STATUS-DATE
               WHEN OK-ESCHEATED
                   DISPLAY "Status:     Remitted to the state "
                       OK-STATUS-DATE
               WHEN OTHER
                   DISPLAY "Status:     " OK-STATUS
           END-EVALUATE.
           DISPLAY "-----------------------------------".

       LIST-OUTSTANDING.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-LISTED-TOTAL.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS NOT = "00"
               CLOSE OFFICIAL-CHECK-FILE
               DISPLAY "No official checks on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "NUMBER  ISSUED        AMOUNT  PAYEE".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OFFICIAL-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OK-OUTSTANDING
                           MOVE OK-AMOUNT TO WS-FORMATTED-AMOUNT
                           DISPLAY OK-NUMBER "  " OK-ISSUE-DATE " "
                               WS-FORMATTED-AMOUNT "  " OK-PAYEE
                           ADD 1 TO WS-LISTED-COUNT
                           ADD OK-AMOUNT TO WS-LISTED-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.
           DISPLAY "-----------------------------------".
           MOVE WS-LISTED-TOTAL TO WS-FORMATTED-TOTAL.
           DISPLAY "Outstanding checks: " WS-LISTED-COUNT
               "  Total: " WS-FORMATTED-TOTAL.

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

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "OFFCHECK" TO MJ-PROGRAM.
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
           MOVE "OFFCHECK" TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
