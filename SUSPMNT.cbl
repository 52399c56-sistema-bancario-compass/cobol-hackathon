       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT SUSPENSE-NEW-FILE ASSIGN TO "SUSPENSE.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
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
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-ID              PIC 9(6).
           05 SU-OPEN-DATE       PIC 9(8).
           05 SU-SOURCE          PIC X(8).
           05 SU-CLASS           PIC X(1).
               88 SU-CLEARING    VALUE "C".
               88 SU-MEMO        VALUE "M".
           05 SU-DIRECTION       PIC X(1).
               88 SU-FUNDS-HELD  VALUE "+".
               88 SU-FUNDS-OWED  VALUE "-".
           05 SU-ACCOUNT-ID      PIC 9(6).
           05 SU-FROM-ACCOUNT    PIC 9(6).
           05 SU-AMOUNT          PIC 9(6)V99.
           05 SU-REASON          PIC X(35).
           05 SU-REFERENCE       PIC X(17).
           05 SU-STATUS          PIC X(1).
               88 SU-OPEN        VALUE "O".
               88 SU-POSTED      VALUE "P".
               88 SU-RETURNED    VALUE "R".
               88 SU-WRITTEN-OFF VALUE "W".
           05 SU-STATUS-DATE     PIC 9(8).
           05 SU-OPERATOR        PIC X(8).

       FD SUSPENSE-NEW-FILE.
       01 SUSPENSE-NEW-RECORD    PIC X(113).

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
       01 WS-SUSPENSE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID           PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION            PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY               PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE      PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE       PIC X(400) VALUE SPACES.
       01 WS-ACTION               PIC X.
       01 WS-CONFIRM              PIC X VALUE "N".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.

      *    The item being worked, as read from SUSPENSE.dat.
       01 WS-ITEM-ID              PIC 9(6) VALUE 0.
       01 WS-ITEM-OPEN-DATE       PIC 9(8) VALUE 0.
       01 WS-ITEM-SOURCE          PIC X(8) VALUE SPACES.
       01 WS-ITEM-CLASS           PIC X(1) VALUE SPACE.
       01 WS-ITEM-DIRECTION       PIC X(1) VALUE SPACE.
       01 WS-ITEM-ACCOUNT-ID      PIC 9(6) VALUE 0.
       01 WS-ITEM-FROM-ACCOUNT    PIC 9(6) VALUE 0.
       01 WS-ITEM-AMOUNT          PIC 9(6)V99 VALUE 0.
       01 WS-ITEM-REASON          PIC X(35) VALUE SPACES.
       01 WS-ITEM-REFERENCE       PIC X(17) VALUE SPACES.
       01 WS-ITEM-STATUS          PIC X(1) VALUE SPACE.
       01 WS-ITEM-STATUS-DATE     PIC 9(8) VALUE 0.
       01 WS-ITEM-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-NEW-STATUS           PIC X(1) VALUE SPACE.

       01 WS-ACCOUNT-ID           PIC 9(6) VALUE 0.
       01 WS-POST-DIRECTION       PIC X(1) VALUE SPACE.
       01 WS-POST-TR-TYPE         PIC X(1) VALUE "E".
       01 WS-POSTED               PIC X VALUE "N".
       01 WS-BRANCH               PIC 9(3) VALUE 1.
       01 WS-BALANCE              PIC S9(6)V99 VALUE 0.
       01 WS-OLD-BALANCE          PIC S9(6)V99 VALUE 0.
       01 WS-FROM-OK              PIC X VALUE "N".
       01 WS-TO-OK                PIC X VALUE "N".
       01 WS-POST-REFUSAL         PIC X VALUE SPACE.
       01 WS-POST-ORIG-ID         PIC 9(8) VALUE 0.
       01 WS-FIRST-TR-ID          PIC 9(8) VALUE 0.
       01 WS-HOLD-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-HOLD-EOF             PIC X VALUE "N".
       01 WS-AVAILABLE-BALANCE    PIC S9(8)V99 VALUE 0.

       01 WS-OP-TXN-LIMIT         PIC 9(6)V99 VALUE 0.
       01 WS-OPERATOR-EOF         PIC X VALUE "N".

       01 WS-LISTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-MEMO-COUNT           PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-OWED-TOTAL           PIC 9(8)V99 VALUE 0.
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

           DISPLAY "L: List Open Items  /  Q: Item Inquiry  /  "
               "P: Post to Account".
           DISPLAY "R: Return to Sender  /  W: Write Off".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-OPEN-ITEMS
               WHEN "Q"
                   PERFORM ITEM-INQUIRY
               WHEN "P"
                   PERFORM POST-SUSPENSE-ITEM
               WHEN "R"
                   PERFORM RETURN-SUSPENSE-ITEM
               WHEN "W"
                   PERFORM WRITE-OFF-SUSPENSE-ITEM
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

       LIST-OPEN-ITEMS.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-MEMO-COUNT.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE 0 TO WS-OWED-TOTAL.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               CLOSE SUSPENSE-FILE
               DISPLAY "No suspense items on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "ITEM    OPENED    SOURCE   D ACCOUNT     AMOUNT"
               "  REASON".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-OPEN
                           PERFORM LIST-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           DISPLAY "-----------------------------------".
           DISPLAY "Open items: " WS-LISTED-COUNT
               "  (memo items: " WS-MEMO-COUNT ")".
           MOVE WS-HELD-TOTAL TO WS-FORMATTED-TOTAL.
           DISPLAY "Funds held for posting:   " WS-FORMATTED-TOTAL.
           MOVE WS-OWED-TOTAL TO WS-FORMATTED-TOTAL.
           DISPLAY "Funds owed back to us:    " WS-FORMATTED-TOTAL.

       LIST-ONE-ITEM.
           ADD 1 TO WS-LISTED-COUNT.
           IF SU-MEMO
               ADD 1 TO WS-MEMO-COUNT
           ELSE
               IF SU-FUNDS-HELD
                   ADD SU-AMOUNT TO WS-HELD-TOTAL
               ELSE
                   ADD SU-AMOUNT TO WS-OWED-TOTAL
               END-IF
           END-IF.
           MOVE SU-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY SU-ID "  " SU-OPEN-DATE "  " SU-SOURCE " "
               SU-DIRECTION " " SU-ACCOUNT-ID " " WS-FORMATTED-AMOUNT
               "  " SU-REASON.

       ITEM-INQUIRY.
           DISPLAY "Enter Suspense Item ID:".
           ACCEPT WS-ITEM-ID.
           PERFORM READ-SUSPENSE-ITEM.
           IF WS-FOUND = "N"
               DISPLAY "Suspense item not found!"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ITEM.

       READ-SUSPENSE-ITEM.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               CLOSE SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-ID = WS-ITEM-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-EOF
                           MOVE SU-OPEN-DATE TO WS-ITEM-OPEN-DATE
                           MOVE SU-SOURCE TO WS-ITEM-SOURCE
                           MOVE SU-CLASS TO WS-ITEM-CLASS
                           MOVE SU-DIRECTION TO WS-ITEM-DIRECTION
                           MOVE SU-ACCOUNT-ID TO WS-ITEM-ACCOUNT-ID
                           MOVE SU-FROM-ACCOUNT
                               TO WS-ITEM-FROM-ACCOUNT
                           MOVE SU-AMOUNT TO WS-ITEM-AMOUNT
                           MOVE SU-REASON TO WS-ITEM-REASON
                           MOVE SU-REFERENCE TO WS-ITEM-REFERENCE
                           MOVE SU-STATUS TO WS-ITEM-STATUS
                           MOVE SU-STATUS-DATE TO WS-ITEM-STATUS-DATE
                           MOVE SU-OPERATOR TO WS-ITEM-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       GET-OPEN-ITEM.
           DISPLAY "Enter Suspense Item ID:".
           ACCEPT WS-ITEM-ID.
           PERFORM READ-SUSPENSE-ITEM.
           IF WS-FOUND = "N"
               DISPLAY "Suspense item not found!"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ITEM.
           IF WS-ITEM-STATUS NOT = "O"
               DISPLAY "Item has already been resolved."
               MOVE "N" TO WS-FOUND
           END-IF.

       SHOW-ITEM.
           MOVE WS-ITEM-AMOUNT TO WS-FORMATTED-AMOUNT.
           DISPLAY "-----------------------------------".
           DISPLAY "Suspense item " WS-ITEM-ID.
           DISPLAY "Opened:     " WS-ITEM-OPEN-DATE " from "
               WS-ITEM-SOURCE.
           DISPLAY "Reason:     " WS-ITEM-REASON.
           DISPLAY "Reference:  " WS-ITEM-REFERENCE.
           DISPLAY "Amount:     " WS-FORMATTED-AMOUNT.
           IF WS-ITEM-CLASS = "M"
               DISPLAY "Transfer:   from account " WS-ITEM-FROM-ACCOUNT
                   " to account " WS-ITEM-ACCOUNT-ID
               DISPLAY "Memo item - no funds held in suspense"
           ELSE
               DISPLAY "Account:    " WS-ITEM-ACCOUNT-ID
               IF WS-ITEM-DIRECTION = "+"
                   DISPLAY "Funds held for the account (credit)"
               ELSE
                   DISPLAY "Funds owed back to us (debit)"
               END-IF
           END-IF.
           EVALUATE WS-ITEM-STATUS
               WHEN "O"
                   DISPLAY "Status:     Open"
               WHEN "P"
                   DISPLAY "Status:     Posted " WS-ITEM-STATUS-DATE
                       " by " WS-ITEM-OPERATOR
               WHEN "R"
                   DISPLAY "Status:     Returned " WS-ITEM-STATUS-DATE
                       " by " WS-ITEM-OPERATOR
               WHEN "W"
                   DISPLAY "Status:     Written off "
                       WS-ITEM-STATUS-DATE " by " WS-ITEM-OPERATOR
               WHEN OTHER
                   DISPLAY "Status:     " WS-ITEM-STATUS
           END-EVALUATE.
           DISPLAY "-----------------------------------".

      *    Memo items re-drive the transfer the customer asked for.
       POST-SUSPENSE-ITEM.
           PERFORM GET-OPEN-ITEM.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-OPERATOR-LIMITS.
           IF WS-OP-TXN-LIMIT > 0
               AND WS-ITEM-AMOUNT > WS-OP-TXN-LIMIT
               DISPLAY "Item amount exceeds your per-transaction "
                   "limit of " WS-OP-TXN-LIMIT ". A supervisor must "
                   "post this item."
               EXIT PARAGRAPH
           END-IF.

           IF WS-ITEM-CLASS = "M"
               PERFORM POST-MEMO-TRANSFER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Account ID to post to (0 for account "
               WS-ITEM-ACCOUNT-ID "):".
           ACCEPT WS-ACCOUNT-ID.
           IF WS-ACCOUNT-ID = 0
               MOVE WS-ITEM-ACCOUNT-ID TO WS-ACCOUNT-ID
           END-IF.
           IF WS-ACCOUNT-ID = 0
               DISPLAY "An account is required to post the item."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Post item to account " WS-ACCOUNT-ID
               "? (Y/N):".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Item left open."
               EXIT PARAGRAPH
           END-IF.

           PERFORM INITIALIZE-TRANSACTION-ID.
           MOVE WS-ITEM-DIRECTION TO WS-POST-DIRECTION.
           MOVE "E" TO WS-POST-TR-TYPE.
           MOVE 0 TO WS-POST-ORIG-ID.
           PERFORM POST-ACCOUNT-ENTRY.
           IF WS-POSTED = "N"
               PERFORM SHOW-POSTING-REFUSAL
               DISPLAY "Item left open."
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-POSTING-TRANSACTION.

           MOVE WS-ACCOUNT-ID TO WS-ITEM-ACCOUNT-ID.
           MOVE "P" TO WS-NEW-STATUS.
           PERFORM UPDATE-SUSPENSE-ITEM.

           MOVE "SUSPENSE POSTED" TO WS-AUDIT-ACTION.
           MOVE WS-ITEM-ID TO WS-AUDIT-KEY-ID.
           STRING "Acct " WS-ACCOUNT-ID " amt " WS-ITEM-AMOUNT " "
               WS-ITEM-DIRECTION " from " WS-ITEM-SOURCE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Item " WS-ITEM-ID " posted to account "
               WS-ACCOUNT-ID ". Balance: " WS-BALANCE.

       POST-MEMO-TRANSFER.
           PERFORM CHECK-MEMO-ACCOUNTS.
           IF WS-FROM-OK = "N"
               DISPLAY "Source account " WS-ITEM-FROM-ACCOUNT
                   " is not open or cannot cover the transfer. "
                   "Item left open."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-OK = "N"
               DISPLAY "Target account " WS-ITEM-ACCOUNT-ID
                   " is not on file or closed. Item left open."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Transfer " WS-ITEM-AMOUNT " from account "
               WS-ITEM-FROM-ACCOUNT " to account " WS-ITEM-ACCOUNT-ID
               "? (Y/N):".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Item left open."
               EXIT PARAGRAPH
           END-IF.

           PERFORM INITIALIZE-TRANSACTION-ID.
           MOVE "X" TO WS-POST-TR-TYPE.
           MOVE WS-ITEM-FROM-ACCOUNT TO WS-ACCOUNT-ID.
           MOVE "-" TO WS-POST-DIRECTION.
           MOVE 0 TO WS-POST-ORIG-ID.
           PERFORM POST-ACCOUNT-ENTRY.
           IF WS-POSTED = "N"
               PERFORM SHOW-POSTING-REFUSAL
               DISPLAY "Item left open."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRANSACTION-ID TO WS-FIRST-TR-ID.
           PERFORM RECORD-POSTING-TRANSACTION.

           MOVE WS-ITEM-ACCOUNT-ID TO WS-ACCOUNT-ID.
           MOVE "+" TO WS-POST-DIRECTION.
           MOVE WS-FIRST-TR-ID TO WS-POST-ORIG-ID.
           PERFORM POST-ACCOUNT-ENTRY.
           IF WS-POSTED = "N"
               PERFORM SHOW-POSTING-REFUSAL
               MOVE WS-ITEM-FROM-ACCOUNT TO WS-ACCOUNT-ID
               PERFORM POST-ACCOUNT-ENTRY
               PERFORM RECORD-POSTING-TRANSACTION
               DISPLAY "Source account " WS-ITEM-FROM-ACCOUNT
                   " credited back. Item left open."
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-POSTING-TRANSACTION.

           MOVE "P" TO WS-NEW-STATUS.
           PERFORM UPDATE-SUSPENSE-ITEM.

           MOVE "SUSPENSE POSTED" TO WS-AUDIT-ACTION.
           MOVE WS-ITEM-ID TO WS-AUDIT-KEY-ID.
           STRING "Xfer " WS-ITEM-FROM-ACCOUNT " to "
               WS-ITEM-ACCOUNT-ID " amt " WS-ITEM-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Item " WS-ITEM-ID " posted as a transfer from "
               "account " WS-ITEM-FROM-ACCOUNT " to account "
               WS-ITEM-ACCOUNT-ID ".".

       CHECK-MEMO-ACCOUNTS.
           MOVE "N" TO WS-FROM-OK.
           MOVE "N" TO WS-TO-OK.
           MOVE WS-ITEM-FROM-ACCOUNT TO WS-ACCOUNT-ID.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ITEM-FROM-ACCOUNT TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-AVAILABLE-BALANCE =
                       AC-BALANCE - WS-HOLD-TOTAL
                   IF AC-OPEN
                       AND WS-AVAILABLE-BALANCE >= WS-ITEM-AMOUNT
                       MOVE "Y" TO WS-FROM-OK
                   END-IF
           END-READ.
           MOVE WS-ITEM-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AC-CLOSED
                       MOVE "Y" TO WS-TO-OK
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.

      *    No account is touched; GLPOST clears it against settlement.
       RETURN-SUSPENSE-ITEM.
           PERFORM GET-OPEN-ITEM.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Return item " WS-ITEM-ID " to the sender? (Y/N):".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Item left open."
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-NEW-STATUS.
           PERFORM UPDATE-SUSPENSE-ITEM.

           MOVE "SUSPENSE RETURNED" TO WS-AUDIT-ACTION.
           MOVE WS-ITEM-ID TO WS-AUDIT-KEY-ID.
           STRING "Acct " WS-ITEM-ACCOUNT-ID " amt " WS-ITEM-AMOUNT
               " from " WS-ITEM-SOURCE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           IF WS-ITEM-CLASS = "M"
               DISPLAY "Item " WS-ITEM-ID " declined. The transfer "
                   "will not be made."
           ELSE
               DISPLAY "Item " WS-ITEM-ID " marked returned to the "
                   "sender."
           END-IF.

       WRITE-OFF-SUSPENSE-ITEM.
           IF OC-LEVEL < 2
               DISPLAY "Writing off suspense items requires "
                   "supervisor authority."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-OPEN-ITEM.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-CLASS = "M"
               DISPLAY "Home banking items hold no funds in suspense. "
                   "Return the item instead."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Write off item " WS-ITEM-ID "? (Y/N):".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Item left open."
               EXIT PARAGRAPH
           END-IF.

           MOVE "W" TO WS-NEW-STATUS.
           PERFORM UPDATE-SUSPENSE-ITEM.

           MOVE "SUSPENSE WRITE-OFF" TO WS-AUDIT-ACTION.
           MOVE WS-ITEM-ID TO WS-AUDIT-KEY-ID.
           STRING "Acct " WS-ITEM-ACCOUNT-ID " amt " WS-ITEM-AMOUNT
               " " WS-ITEM-DIRECTION " from " WS-ITEM-SOURCE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           IF WS-ITEM-DIRECTION = "+"
               DISPLAY "Item " WS-ITEM-ID " written off to "
                   "recoveries."
           ELSE
               DISPLAY "Item " WS-ITEM-ID " written off as a loss."
           END-IF.

       POST-ACCOUNT-ENTRY.
           MOVE "N" TO WS-POSTED.
           MOVE "N" TO WS-POST-REFUSAL.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF WS-POST-DIRECTION = "-"
               PERFORM COMPUTE-ACTIVE-HOLDS
           END-IF.
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
                   PERFORM CHECK-ACCOUNT-ENTRY
                   IF WS-POST-REFUSAL = SPACE
                       PERFORM APPLY-ACCOUNT-ENTRY
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.

       CHECK-ACCOUNT-ENTRY.
           MOVE SPACE TO WS-POST-REFUSAL.
           IF AC-CLOSED
               MOVE "C" TO WS-POST-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-POST-DIRECTION = "+"
               EXIT PARAGRAPH
           END-IF.
           IF NOT AC-OPEN
               MOVE "S" TO WS-POST-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AVAILABLE-BALANCE =
               AC-BALANCE - WS-HOLD-TOTAL + AC-OVERDRAFT-LIMIT.
           IF WS-ITEM-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE "F" TO WS-POST-REFUSAL
           END-IF.

       APPLY-ACCOUNT-ENTRY.
           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE.
           MOVE AC-BALANCE TO WS-OLD-BALANCE.
           IF WS-POST-DIRECTION = "+"
               ADD WS-ITEM-AMOUNT TO AC-BALANCE
           ELSE
               SUBTRACT WS-ITEM-AMOUNT FROM AC-BALANCE
           END-IF.
           MOVE AC-BALANCE TO WS-BALANCE.
           MOVE AC-BRANCH TO WS-BRANCH.
           IF AC-LAST-TXN-DATE = WS-DATE
               ADD 1 TO AC-DAILY-TXN-COUNT
           ELSE
               MOVE WS-DATE TO AC-LAST-TXN-DATE
               MOVE 1 TO AC-DAILY-TXN-COUNT
           END-IF.
           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE ACCOUNT-RECORD.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE AC-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           MOVE "Y" TO WS-POSTED.

       SHOW-POSTING-REFUSAL.
           EVALUATE WS-POST-REFUSAL
               WHEN "C"
                   DISPLAY "Account " WS-ACCOUNT-ID " is closed."
               WHEN "S"
                   DISPLAY "Account " WS-ACCOUNT-ID " is frozen or "
                       "dormant and cannot be debited."
               WHEN "F"
                   DISPLAY "Account " WS-ACCOUNT-ID " does not have "
                       "the funds available. Available: "
                       WS-AVAILABLE-BALANCE
               WHEN OTHER
                   DISPLAY "Account " WS-ACCOUNT-ID " not on file."
           END-EVALUATE.

       RECORD-POSTING-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE WS-POST-TR-TYPE TO TR-TYPE.
           MOVE WS-ITEM-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE WS-POST-DIRECTION TO TR-DIRECTION.
           MOVE "N" TO TR-POSTED-FLAG.
           MOVE WS-POST-ORIG-ID TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

      *    Rewrites SUSPENSE.dat with the worked item's new status.
       UPDATE-SUSPENSE-ITEM.
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-NEW-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-ID = WS-ITEM-ID AND SU-OPEN
                           MOVE WS-NEW-STATUS TO SU-STATUS
                           MOVE WS-DATE TO SU-STATUS-DATE
                           MOVE OC-ID TO SU-OPERATOR
                           MOVE WS-ITEM-ACCOUNT-ID TO SU-ACCOUNT-ID
                       END-IF
                       WRITE SUSPENSE-NEW-RECORD FROM SUSPENSE-RECORD
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           CLOSE SUSPENSE-NEW-FILE.

           OPEN INPUT SUSPENSE-NEW-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE SUSPENSE-RECORD FROM SUSPENSE-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-NEW-FILE.
           CLOSE SUSPENSE-FILE.
           CALL "CBL_DELETE_FILE" USING "SUSPENSE.tmp".

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
           MOVE "SUSPMNT " TO MJ-PROGRAM.
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
           MOVE "SUSPMNT " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
