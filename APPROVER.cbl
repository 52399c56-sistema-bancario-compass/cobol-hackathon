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
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

           SELECT WIRE-REQUEST-FILE ASSIGN TO "WIREREQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WIREREQ-FILE-STATUS.
           SELECT WIRE-REQUEST-NEW-FILE ASSIGN TO "WIREREQ.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WIRE-LOG-FILE ASSIGN TO "WIRELOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WIRELOG-FILE-STATUS.
           SELECT WIRE-OUT-FILE ASSIGN TO "WIREOUT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WIREOUT-FILE-STATUS.
           SELECT DENY-LIST-FILE ASSIGN TO "DENYLIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DENYLIST-FILE-STATUS.
           SELECT CONTACT-CHANGE-FILE ASSIGN TO "CONTCHG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-APPROVAL-FILE.
               88 PA-WITHDRAWAL  VALUE "W".
               88 PA-REVERSAL    VALUE "R".
               88 PA-DEACTIVATE  VALUE "D".
               88 PA-TRANSFER    VALUE "T".
               88 PA-VAULT-CASH  VALUE "V".
               88 PA-OUTGOING-WIRE VALUE "O".
               88 PA-PIN-RESET   VALUE "P".
           05 PA-KEY-ID          PIC 9(6).
           05 PA-AMOUNT          PIC 9(6)V99.
           05 PA-ORIG-TXN        PIC 9(8).
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

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
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

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
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

       FD CUSTOMER-ARCHIVE-FILE.
       01 CUSTOMER-ARCHIVE-RECORD.
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
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

       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD WIRE-REQUEST-FILE.
       01 WIRE-REQUEST-RECORD.
           05 WR-ID              PIC 9(6).
           05 WR-DATE            PIC 9(8).
           05 WR-TIME            PIC 9(6).
           05 WR-ACCOUNT-ID      PIC 9(6).
           05 WR-ORIG-NAME       PIC X(30).
           05 WR-AMOUNT          PIC 9(6)V99.
           05 WR-FEE             PIC 9(4)V99.
           05 WR-BENE-NAME       PIC X(30).
           05 WR-BENE-ROUTING    PIC X(9).
           05 WR-BENE-ACCOUNT    PIC X(17).
           05 WR-INIT-OPER       PIC X(8).
           05 WR-APPR-OPER       PIC X(8).
           05 WR-PENDING-ID      PIC 9(5).
           05 WR-STATUS          PIC X(1).
               88 WR-PENDING     VALUE "P".
               88 WR-SENT        VALUE "S".
               88 WR-REJECTED    VALUE "R".
               88 WR-BLOCKED     VALUE "B".
           05 WR-STATUS-DATE     PIC 9(8).
           05 WR-WIRE-TR-ID      PIC 9(8).
           05 WR-FEE-TR-ID       PIC 9(8).

       FD WIRE-REQUEST-NEW-FILE.
       01 WIRE-REQUEST-NEW-RECORD PIC X(172).

       FD WIRE-LOG-FILE.
       01 WIRE-LOG-RECORD.
           05 WL-DATE            PIC 9(8).
           05 WL-TIME            PIC 9(6).
           05 WL-WIRE-ID         PIC 9(6).
           05 WL-EVENT           PIC X(10).
           05 WL-OPERATOR        PIC X(8).
           05 WL-ACCOUNT-ID      PIC 9(6).
           05 WL-AMOUNT          PIC 9(6)V99.
           05 WL-TR-ID           PIC 9(8).
           05 WL-DETAIL          PIC X(40).

      *    Fixed 150-byte records, amounts in cents.
       FD WIRE-OUT-FILE.
       01 WIRE-OUT-RECORD.
           05 WO-RECORD-TYPE     PIC X(2).
           05 WO-WIRE-ID         PIC 9(6).
           05 WO-VALUE-DATE      PIC 9(8).
           05 WO-AMOUNT          PIC 9(10).
           05 WO-CURRENCY        PIC X(3).
           05 WO-ORIG-ACCOUNT    PIC 9(6).
           05 WO-ORIG-NAME       PIC X(30).
           05 WO-BENE-ROUTING    PIC X(9).
           05 WO-BENE-ACCOUNT    PIC X(17).
           05 WO-BENE-NAME       PIC X(30).
           05 WO-APPR-OPER       PIC X(8).
           05 FILLER             PIC X(21).

       FD DENY-LIST-FILE.
       01 DENY-LIST-RECORD.
           05 DL-NAME            PIC X(30).

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-PENDAPPR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DUALCTL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-DRAWER-TELLER        PIC X(8) VALUE SPACES.
       01 WS-DRAWER-MATCHED       PIC X VALUE "N".
       01 WS-DRAWER-EOF           PIC X VALUE "N".
       01 WS-VAULT-TELLER         PIC X(8) VALUE "VAULT   ".
       01 WS-TELLER-MATCHED       PIC X VALUE "N".
       01 WS-VAULT-MATCHED        PIC X VALUE "N".
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-REVERSE-AMOUNT       PIC 9(6)V99 VALUE 0.
       01 WS-REVERSE-ACCOUNT      PIC 9(6) VALUE 0.
       01 WS-REVERSE-DONE         PIC X VALUE "N".
       01 WS-DEST-ACCOUNT-ID      PIC 9(6) VALUE 0.
       01 WS-DEST-BRANCH          PIC 9(3) VALUE 1.
       01 WS-DEST-OK              PIC X VALUE "N".
       01 WS-SOURCE-OK            PIC X VALUE "N".

       01 WS-WIREREQ-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-WIRELOG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-WIREOUT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-DENYLIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-WIRE-ID              PIC 9(6) VALUE 0.
       01 WS-WIRE-FOUND           PIC X VALUE "N".
       01 WS-WIRE-STATUS          PIC X(1) VALUE SPACE.
       01 WS-WIRE-AMOUNT          PIC 9(6)V99 VALUE 0.
       01 WS-WIRE-FEE             PIC 9(4)V99 VALUE 0.
       01 WS-WIRE-TOTAL           PIC 9(7)V99 VALUE 0.
       01 WS-WIRE-ORIG-NAME       PIC X(30) VALUE SPACES.
       01 WS-WIRE-BENE-NAME       PIC X(30) VALUE SPACES.
       01 WS-WIRE-BENE-ROUTING    PIC X(9) VALUE SPACES.
       01 WS-WIRE-BENE-ACCOUNT    PIC X(17) VALUE SPACES.
       01 WS-WIRE-CONFIRM         PIC X VALUE "N".
       01 WS-WIRE-TR-ID           PIC 9(8) VALUE 0.
       01 WS-FEE-TR-ID            PIC 9(8) VALUE 0.
       01 WS-NEW-WIRE-STATUS      PIC X(1) VALUE SPACE.
       01 WS-WIRE-EOF             PIC X VALUE "N".
       01 WS-LOG-EVENT            PIC X(10) VALUE SPACES.
       01 WS-LOG-TR-ID            PIC 9(8) VALUE 0.
       01 WS-LOG-DETAIL           PIC X(40) VALUE SPACES.

       01 WS-SCREEN-HIT           PIC X VALUE "N".
       01 WS-MATCHED-NAME         PIC X(30) VALUE SPACES.
       01 WS-SCREEN-NAME          PIC X(30) VALUE SPACES.
       01 WS-NAME-UPPER           PIC X(30) VALUE SPACES.
       01 WS-LIST-UPPER           PIC X(30) VALUE SPACES.
       01 WS-NAME-LEN             PIC 9(3) VALUE 0.
       01 WS-LIST-LEN             PIC 9(3) VALUE 0.
       01 WS-SCAN-POS             PIC 9(3) VALUE 0.
       01 WS-CONTAINS-FOUND       PIC X VALUE "N".
       01 WS-DENY-EOF             PIC X VALUE "N".

       01 WS-DC-WITHDRAW-THRESHOLD PIC 9(6)V99 VALUE 0.
       01 WS-DC-REVERSAL-FLAG     PIC X VALUE "N".
       01 WS-DC-DEACT-FLAG        PIC X VALUE "N".
       01 WS-DC-COOLOFF-DAYS      PIC 9(3) VALUE 10.
       01 WS-DC-COOLOFF-AMOUNT    PIC 9(6)V99 VALUE 1000.

       01 WS-CONTCHG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CONTCHG-EOF          PIC X VALUE "N".
       01 WS-COOLOFF-CUST-ID      PIC 9(5) VALUE 0.
       01 WS-COOLOFF-JOINT-ID     PIC 9(5) VALUE 0.
       01 WS-IN-COOLOFF           PIC X VALUE "N".
       01 WS-COOLOFF-CHANGED      PIC 9(8) VALUE 0.
       01 WS-COOLOFF-UNTIL        PIC 9(8) VALUE 0.
       01 WS-COOLOFF-CONFIRM      PIC X VALUE "N".
       01 WS-NEW-PIN              PIC 9(4) VALUE 0.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
               EXIT PARAGRAPH
           END-IF.

           IF WS-PD-TYPE(WS-PD-IDX) = "W" OR "T" OR "O" OR "P"
               PERFORM CHECK-ITEM-COOLOFF
               IF WS-IN-COOLOFF = "Y"
                   DISPLAY "Customer contact details changed "
                       WS-COOLOFF-CHANGED "; cool-off until "
                       WS-COOLOFF-UNTIL "."
                   DISPLAY "Confirm this request with the customer "
                       "at their previous contact details."
                   DISPLAY "Confirmed with customer? (Y/N):"
                   ACCEPT WS-COOLOFF-CONFIRM
                   IF WS-COOLOFF-CONFIRM NOT = "Y"
                       DISPLAY "Item left pending."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           PERFORM INITIALIZE-TRANSACTION-ID.
           MOVE "N" TO WS-POST-OK.
           EVALUATE WS-PD-TYPE(WS-PD-IDX)
                   PERFORM POST-APPROVED-REVERSAL
               WHEN "D"
                   PERFORM POST-APPROVED-DEACTIVATION
               WHEN "T"
                   PERFORM POST-APPROVED-TRANSFER
               WHEN "V"
                   PERFORM POST-APPROVED-VAULT-CASH
               WHEN "O"
                   PERFORM POST-APPROVED-WIRE
               WHEN "P"
                   PERFORM POST-APPROVED-PIN-RESET
               WHEN OTHER
                   MOVE "Unknown item type" TO WS-FAIL-REASON
           END-EVALUATE.
           PERFORM WRITE-PENDING-TABLE.
           SET WS-PD-IDX TO WS-PICK-NUMBER.

           IF WS-PD-TYPE(WS-PD-IDX) = "O"
               PERFORM REJECT-OUTGOING-WIRE
           END-IF.

           MOVE "ITEM REJECTED" TO WS-AUDIT-ACTION.
           MOVE WS-PD-KEY-ID(WS-PD-IDX) TO WS-AUDIT-KEY-ID.
           STRING "Item " WS-PD-ID(WS-PD-IDX) " by "
                           AND DR-DATE = WS-DATE
                           MOVE "Y" TO WS-DRAWER-MATCHED
                           ADD WS-DRAWER-AMOUNT TO DR-CASH-OUT
                           IF DR-PAID-OUT IS NOT NUMERIC
                               MOVE 0 TO DR-PAID-OUT
                           END-IF
                           ADD WS-DRAWER-AMOUNT TO DR-PAID-OUT
                       END-IF
                       WRITE DRAWER-NEW-RECORD FROM DRAWER-RECORD
               END-READ
               MOVE 0 TO DN-CASH-IN
               MOVE WS-DRAWER-AMOUNT TO DN-CASH-OUT
               MOVE "O" TO DN-STATUS
               MOVE WS-DRAWER-AMOUNT TO DN-PAID-OUT
               WRITE DRAWER-NEW-RECORD
           END-IF.
           CLOSE DRAWER-NEW-FILE.
           END-READ.
           CLOSE TRANSACTION-FILE.

      *    PA-ORIG-TXN carries the destination account.
       POST-APPROVED-TRANSFER.
           MOVE "ACCOUNT " TO WS-MJ-FILE-ID.
           MOVE WS-PD-KEY-ID(WS-PD-IDX) TO WS-ACCOUNT-ID.
           MOVE WS-PD-ORIG-TXN(WS-PD-IDX) TO WS-DEST-ACCOUNT-ID.
           MOVE WS-PD-AMOUNT(WS-PD-IDX) TO WS-AMOUNT.
           MOVE "N" TO WS-DEST-OK.
           MOVE "N" TO WS-SOURCE-OK.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               MOVE "No account file" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEST-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Destination account not on file"
                       TO WS-FAIL-REASON
               NOT INVALID KEY
                   IF AC-CLOSED
                       MOVE "Destination account is closed"
                           TO WS-FAIL-REASON
                   ELSE
                       MOVE AC-BRANCH TO WS-DEST-BRANCH
                       MOVE "Y" TO WS-DEST-OK
                   END-IF
           END-READ.
           IF WS-DEST-OK = "N"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account not on file" TO WS-FAIL-REASON
               NOT INVALID KEY
                   COMPUTE WS-AVAILABLE-BALANCE =
                       AC-BALANCE - WS-HOLD-TOTAL
                   IF NOT AC-OPEN
                       MOVE "Account is not open" TO WS-FAIL-REASON
                   ELSE
                       IF WS-AMOUNT > WS-AVAILABLE-BALANCE
                           MOVE "Insufficient available funds"
                               TO WS-FAIL-REASON
                       ELSE
                           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                           SUBTRACT WS-AMOUNT FROM AC-BALANCE
                           MOVE AC-BRANCH TO WS-BRANCH
                           IF AC-LAST-TXN-DATE = WS-DATE
                               ADD 1 TO AC-DAILY-TXN-COUNT
                           ELSE
                               MOVE WS-DATE TO AC-LAST-TXN-DATE
                               MOVE 1 TO AC-DAILY-TXN-COUNT
                           END-IF
                           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                           REWRITE ACCOUNT-RECORD
                           MOVE "R" TO WS-MJ-ACTION
                           MOVE AC-ID TO WS-MJ-KEY
                           PERFORM RECORD-MASTER-IMAGE
                           MOVE "Y" TO WS-SOURCE-OK
                       END-IF
                   END-IF
           END-READ.
           IF WS-SOURCE-OK = "Y"
               MOVE WS-DEST-ACCOUNT-ID TO AC-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                       ADD WS-AMOUNT TO AC-BALANCE
                       MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                       REWRITE ACCOUNT-RECORD
                       MOVE "R" TO WS-MJ-ACTION
                       MOVE AC-ID TO WS-MJ-KEY
                       PERFORM RECORD-MASTER-IMAGE
               END-READ
           END-IF.
           CLOSE ACCOUNT-FILE.

           IF WS-SOURCE-OK = "Y"
               PERFORM RECORD-TRANSFER-TRANSACTIONS
               MOVE "Y" TO WS-POST-OK
           END-IF.

       RECORD-TRANSFER-TRANSACTIONS.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE WS-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-DEST-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "+" TO TR-DIRECTION.
           MOVE WS-DEST-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

      *    PA-ORIG-TXN carries the wire number; rescreened here.
       POST-APPROVED-WIRE.
           MOVE "ACCOUNT " TO WS-MJ-FILE-ID.
           MOVE WS-PD-KEY-ID(WS-PD-IDX) TO WS-ACCOUNT-ID.
           MOVE WS-PD-ORIG-TXN(WS-PD-IDX) TO WS-WIRE-ID.
           PERFORM LOAD-WIRE-REQUEST.
           IF WS-WIRE-FOUND = "N"
               MOVE "Wire request not on file" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-WIRE-STATUS NOT = "P"
               MOVE "Wire request is no longer pending"
                   TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "-----------------------------------".
           DISPLAY "Wire " WS-WIRE-ID " from account " WS-ACCOUNT-ID
               "  " WS-WIRE-ORIG-NAME.
           DISPLAY "Beneficiary: " WS-WIRE-BENE-NAME.
           DISPLAY "Routing:     " WS-WIRE-BENE-ROUTING
               "  Account: " WS-WIRE-BENE-ACCOUNT.
           DISPLAY "Amount:      " WS-WIRE-AMOUNT
               "  Fee: " WS-WIRE-FEE.
           DISPLAY "-----------------------------------".
           DISPLAY "Send this wire? (Y/N):".
           ACCEPT WS-WIRE-CONFIRM.
           IF WS-WIRE-CONFIRM NOT = "Y"
               MOVE "Wire not confirmed by approver"
                   TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WIRE-BENE-NAME TO WS-SCREEN-NAME.
           PERFORM SCREEN-AGAINST-DENY-LIST.
           IF WS-SCREEN-HIT = "Y"
               MOVE "Beneficiary on deny list - wire blocked"
                   TO WS-FAIL-REASON
               MOVE 0 TO WS-WIRE-TR-ID
               MOVE 0 TO WS-FEE-TR-ID
               MOVE "B" TO WS-NEW-WIRE-STATUS
               PERFORM UPDATE-WIRE-REQUEST
               MOVE "R" TO WS-PD-STATUS(WS-PD-IDX)
               MOVE OC-ID TO WS-PD-APPR-OPER(WS-PD-IDX)
               PERFORM WRITE-PENDING-TABLE
               SET WS-PD-IDX TO WS-PICK-NUMBER
               MOVE "SCREENHIT" TO WS-LOG-EVENT
               MOVE 0 TO WS-LOG-TR-ID
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "Matched " WS-MATCHED-NAME DELIMITED BY SIZE
                   INTO WS-LOG-DETAIL
               PERFORM WRITE-WIRE-LOG
               MOVE "WIRE SCREEN HIT" TO WS-AUDIT-ACTION
               MOVE WS-WIRE-ID TO WS-AUDIT-KEY-ID
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "Item " WS-PD-ID(WS-PD-IDX) " hit "
                   WS-MATCHED-NAME DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WIRE-AMOUNT TO WS-AMOUNT.
           COMPUTE WS-WIRE-TOTAL = WS-WIRE-AMOUNT + WS-WIRE-FEE.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               MOVE "No account file" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account not on file" TO WS-FAIL-REASON
               NOT INVALID KEY
                   COMPUTE WS-AVAILABLE-BALANCE =
                       AC-BALANCE - WS-HOLD-TOTAL
                   IF NOT AC-OPEN
                       MOVE "Account is not open" TO WS-FAIL-REASON
                   ELSE
                       IF WS-WIRE-TOTAL > WS-AVAILABLE-BALANCE
                           MOVE "Insufficient funds for wire and fee"
                               TO WS-FAIL-REASON
                       ELSE
                           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                           SUBTRACT WS-WIRE-TOTAL FROM AC-BALANCE
                           MOVE AC-BRANCH TO WS-BRANCH
                           IF AC-LAST-TXN-DATE = WS-DATE
                               ADD 1 TO AC-DAILY-TXN-COUNT
                           ELSE
                               MOVE WS-DATE TO AC-LAST-TXN-DATE
                               MOVE 1 TO AC-DAILY-TXN-COUNT
                           END-IF
                           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                           REWRITE ACCOUNT-RECORD
                           MOVE "R" TO WS-MJ-ACTION
                           MOVE AC-ID TO WS-MJ-KEY
                           PERFORM RECORD-MASTER-IMAGE
                           MOVE "Y" TO WS-POST-OK
                       END-IF
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECORD-WIRE-TRANSACTIONS.
           MOVE "S" TO WS-NEW-WIRE-STATUS.
           PERFORM UPDATE-WIRE-REQUEST.
           PERFORM WRITE-OUTBOUND-WIRE.

           MOVE "APPROVED" TO WS-LOG-EVENT.
           MOVE WS-WIRE-TR-ID TO WS-LOG-TR-ID.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "Item " WS-PD-ID(WS-PD-IDX) " by "
               WS-PD-INIT-OPER(WS-PD-IDX) DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM WRITE-WIRE-LOG.
           IF WS-WIRE-FEE > 0
               MOVE "FEE" TO WS-LOG-EVENT
               MOVE WS-FEE-TR-ID TO WS-LOG-TR-ID
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "Wire fee " WS-WIRE-FEE DELIMITED BY SIZE
                   INTO WS-LOG-DETAIL
               PERFORM WRITE-WIRE-LOG
           END-IF.
           MOVE "SENT" TO WS-LOG-EVENT.
           MOVE WS-WIRE-TR-ID TO WS-LOG-TR-ID.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "To " WS-WIRE-BENE-ROUTING " WIREOUT"
               DELIMITED BY SIZE INTO WS-LOG-DETAIL.
           PERFORM WRITE-WIRE-LOG.

           MOVE "WIRE SENT" TO WS-AUDIT-ACTION.
           MOVE WS-WIRE-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Acct " WS-ACCOUNT-ID " txn " WS-WIRE-TR-ID
               " fee txn " WS-FEE-TR-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

      *    Wire posts as type E and the fee as type F.
       RECORD-WIRE-TRANSACTIONS.
           MOVE 0 TO WS-FEE-TR-ID.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-TRANSACTION-ID TO WS-WIRE-TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "E" TO TR-TYPE.
           MOVE WS-WIRE-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE WS-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           IF WS-WIRE-FEE > 0
               MOVE WS-TRANSACTION-ID TO TR-ID
               MOVE WS-TRANSACTION-ID TO WS-FEE-TR-ID
               MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID
               MOVE "F" TO TR-TYPE
               MOVE WS-WIRE-FEE TO TR-AMOUNT
               MOVE WS-DATE TO TR-DATE
               MOVE WS-TIME TO TR-TIME
               MOVE "-" TO TR-DIRECTION
               MOVE WS-BRANCH TO TR-BRANCH
               MOVE WS-WIRE-TR-ID TO TR-ORIG-ID
               MOVE "N" TO TR-REVERSED
               MOVE "N" TO TR-POSTED-FLAG
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-TRANSACTION-ID
               PERFORM WRITE-TRANSACTION-CONTROL
           END-IF.
           CLOSE TRANSACTION-FILE.

       REJECT-OUTGOING-WIRE.
           MOVE WS-PD-KEY-ID(WS-PD-IDX) TO WS-ACCOUNT-ID.
           MOVE WS-PD-ORIG-TXN(WS-PD-IDX) TO WS-WIRE-ID.
           PERFORM LOAD-WIRE-REQUEST.
           IF WS-WIRE-FOUND = "N" OR WS-WIRE-STATUS NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-WIRE-TR-ID.
           MOVE 0 TO WS-FEE-TR-ID.
           MOVE "R" TO WS-NEW-WIRE-STATUS.
           PERFORM UPDATE-WIRE-REQUEST.
           MOVE "REJECTED" TO WS-LOG-EVENT.
           MOVE 0 TO WS-LOG-TR-ID.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "Item " WS-PD-ID(WS-PD-IDX) " by "
               WS-PD-INIT-OPER(WS-PD-IDX) DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM WRITE-WIRE-LOG.

       LOAD-WIRE-REQUEST.
           MOVE "N" TO WS-WIRE-FOUND.
           OPEN INPUT WIRE-REQUEST-FILE.
           IF WS-WIREREQ-FILE-STATUS NOT = "00"
               CLOSE WIRE-REQUEST-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-WIRE-EOF.
           PERFORM UNTIL WS-WIRE-EOF = "Y"
               READ WIRE-REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-WIRE-EOF
                   NOT AT END
                       IF WR-ID = WS-WIRE-ID
                           MOVE "Y" TO WS-WIRE-FOUND
                           MOVE WR-STATUS TO WS-WIRE-STATUS
                           MOVE WR-AMOUNT TO WS-WIRE-AMOUNT
                           MOVE WR-FEE TO WS-WIRE-FEE
                           MOVE WR-ORIG-NAME TO WS-WIRE-ORIG-NAME
                           MOVE WR-BENE-NAME TO WS-WIRE-BENE-NAME
                           MOVE WR-BENE-ROUTING
                               TO WS-WIRE-BENE-ROUTING
                           MOVE WR-BENE-ACCOUNT
                               TO WS-WIRE-BENE-ACCOUNT
                           MOVE "Y" TO WS-WIRE-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIRE-REQUEST-FILE.

       UPDATE-WIRE-REQUEST.
           OPEN INPUT WIRE-REQUEST-FILE.
           OPEN OUTPUT WIRE-REQUEST-NEW-FILE.
           MOVE "N" TO WS-WIRE-EOF.
           PERFORM UNTIL WS-WIRE-EOF = "Y"
               READ WIRE-REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-WIRE-EOF
                   NOT AT END
                       IF WR-ID = WS-WIRE-ID AND WR-PENDING
                           MOVE WS-NEW-WIRE-STATUS TO WR-STATUS
                           MOVE OC-ID TO WR-APPR-OPER
                           MOVE WS-DATE TO WR-STATUS-DATE
                           MOVE WS-WIRE-TR-ID TO WR-WIRE-TR-ID
                           MOVE WS-FEE-TR-ID TO WR-FEE-TR-ID
                       END-IF
                       WRITE WIRE-REQUEST-NEW-RECORD
                           FROM WIRE-REQUEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE WIRE-REQUEST-FILE.
           CLOSE WIRE-REQUEST-NEW-FILE.

           OPEN INPUT WIRE-REQUEST-NEW-FILE.
           OPEN OUTPUT WIRE-REQUEST-FILE.
           MOVE "N" TO WS-WIRE-EOF.
           PERFORM UNTIL WS-WIRE-EOF = "Y"
               READ WIRE-REQUEST-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-WIRE-EOF
                   NOT AT END
                       WRITE WIRE-REQUEST-RECORD
                           FROM WIRE-REQUEST-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE WIRE-REQUEST-NEW-FILE.
           CLOSE WIRE-REQUEST-FILE.
           CALL "CBL_DELETE_FILE" USING "WIREREQ.tmp".

       WRITE-OUTBOUND-WIRE.
           OPEN EXTEND WIRE-OUT-FILE.
           IF WS-WIREOUT-FILE-STATUS = "35"
               OPEN OUTPUT WIRE-OUT-FILE
           END-IF.
           MOVE SPACES TO WIRE-OUT-RECORD.
           MOVE "WT" TO WO-RECORD-TYPE.
           MOVE WS-WIRE-ID TO WO-WIRE-ID.
           MOVE WS-DATE TO WO-VALUE-DATE.
           COMPUTE WO-AMOUNT = WS-WIRE-AMOUNT * 100.
           MOVE "USD" TO WO-CURRENCY.
           MOVE WS-ACCOUNT-ID TO WO-ORIG-ACCOUNT.
           MOVE WS-WIRE-ORIG-NAME TO WO-ORIG-NAME.
           MOVE WS-WIRE-BENE-ROUTING TO WO-BENE-ROUTING.
           MOVE WS-WIRE-BENE-ACCOUNT TO WO-BENE-ACCOUNT.
           MOVE WS-WIRE-BENE-NAME TO WO-BENE-NAME.
           MOVE OC-ID TO WO-APPR-OPER.
           WRITE WIRE-OUT-RECORD.
           CLOSE WIRE-OUT-FILE.

       WRITE-WIRE-LOG.
           OPEN EXTEND WIRE-LOG-FILE.
           IF WS-WIRELOG-FILE-STATUS = "35"
               OPEN OUTPUT WIRE-LOG-FILE
           END-IF.
           MOVE WS-DATE TO WL-DATE.
           MOVE WS-TIME TO WL-TIME.
           MOVE WS-WIRE-ID TO WL-WIRE-ID.
           MOVE WS-LOG-EVENT TO WL-EVENT.
           MOVE OC-ID TO WL-OPERATOR.
           MOVE WS-ACCOUNT-ID TO WL-ACCOUNT-ID.
           MOVE WS-WIRE-AMOUNT TO WL-AMOUNT.
           MOVE WS-LOG-TR-ID TO WL-TR-ID.
           MOVE WS-LOG-DETAIL TO WL-DETAIL.
           WRITE WIRE-LOG-RECORD.
           CLOSE WIRE-LOG-FILE.

      *    Same contains-match rule as SCRNPROC and CUSTREG.
       SCREEN-AGAINST-DENY-LIST.
           MOVE "N" TO WS-SCREEN-HIT.
           MOVE SPACES TO WS-MATCHED-NAME.
           OPEN INPUT DENY-LIST-FILE.
           IF WS-DENYLIST-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DENY-EOF.
           PERFORM UNTIL WS-DENY-EOF = "Y"
               READ DENY-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-DENY-EOF
                   NOT AT END
                       PERFORM COMPARE-SCREEN-NAMES
                       IF WS-CONTAINS-FOUND = "Y"
                           MOVE "Y" TO WS-SCREEN-HIT
                           MOVE DL-NAME TO WS-MATCHED-NAME
                           MOVE "Y" TO WS-DENY-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DENY-LIST-FILE.

       COMPARE-SCREEN-NAMES.
           MOVE "N" TO WS-CONTAINS-FOUND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCREEN-NAME))
               TO WS-NAME-UPPER.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-UPPER))
               TO WS-NAME-LEN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DL-NAME))
               TO WS-LIST-UPPER.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-UPPER))
               TO WS-LIST-LEN.
           IF WS-NAME-LEN = 0 OR WS-LIST-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIST-LEN <= WS-NAME-LEN
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS
                       > (WS-NAME-LEN - WS-LIST-LEN + 1)
                       OR WS-CONTAINS-FOUND = "Y"
                   IF WS-NAME-UPPER(WS-SCAN-POS:WS-LIST-LEN)
                       = WS-LIST-UPPER(1:WS-LIST-LEN)
                       MOVE "Y" TO WS-CONTAINS-FOUND
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS
                       > (WS-LIST-LEN - WS-NAME-LEN + 1)
                       OR WS-CONTAINS-FOUND = "Y"
                   IF WS-LIST-UPPER(WS-SCAN-POS:WS-NAME-LEN)
                       = WS-NAME-UPPER(1:WS-NAME-LEN)
                       MOVE "Y" TO WS-CONTAINS-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *    PA-KEY-ID carries the branch.
       POST-APPROVED-VAULT-CASH.
           MOVE WS-PD-KEY-ID(WS-PD-IDX) TO WS-BRANCH.
           MOVE WS-PD-INIT-OPER(WS-PD-IDX) TO WS-DRAWER-TELLER.
           MOVE WS-PD-AMOUNT(WS-PD-IDX) TO WS-DRAWER-AMOUNT.
           MOVE "N" TO WS-TELLER-MATCHED.
           MOVE "N" TO WS-VAULT-MATCHED.
           OPEN INPUT DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS NOT = "00"
               CLOSE DRAWER-FILE
               MOVE "No drawer file" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DRAWER-EOF.
           PERFORM UNTIL WS-DRAWER-EOF = "Y"
               READ DRAWER-FILE
                   AT END
                       MOVE "Y" TO WS-DRAWER-EOF
                   NOT AT END
                       IF DR-BRANCH = WS-BRANCH
                           AND DR-DATE = WS-DATE
                           IF DR-TELLER = WS-DRAWER-TELLER
                               AND DR-OPEN
                               MOVE "Y" TO WS-TELLER-MATCHED
                           END-IF
                           IF DR-TELLER = WS-VAULT-TELLER
                               MOVE "Y" TO WS-VAULT-MATCHED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAWER-FILE.
           IF WS-TELLER-MATCHED = "N"
               MOVE "Teller drawer not open today" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-VAULT-MATCHED = "N"
               MOVE "No vault position today" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT DRAWER-FILE.
           OPEN OUTPUT DRAWER-NEW-FILE.
           MOVE "N" TO WS-DRAWER-EOF.
           PERFORM UNTIL WS-DRAWER-EOF = "Y"
               READ DRAWER-FILE
                   AT END
                       MOVE "Y" TO WS-DRAWER-EOF
                   NOT AT END
                       IF DR-BRANCH = WS-BRANCH
                           AND DR-DATE = WS-DATE
                           IF DR-TELLER = WS-DRAWER-TELLER
                               ADD WS-DRAWER-AMOUNT TO DR-CASH-IN
                           END-IF
                           IF DR-TELLER = WS-VAULT-TELLER
                               ADD WS-DRAWER-AMOUNT TO DR-CASH-OUT
                           END-IF
                       END-IF
                       WRITE DRAWER-NEW-RECORD FROM DRAWER-RECORD
               END-READ
           END-PERFORM.
           CLOSE DRAWER-FILE.
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
           MOVE "Y" TO WS-POST-OK.

      *    PA-ORIG-TXN carries the new PIN.
       POST-APPROVED-PIN-RESET.
           MOVE "ACCOUNT " TO WS-MJ-FILE-ID.
           MOVE WS-PD-KEY-ID(WS-PD-IDX) TO WS-ACCOUNT-ID.
           MOVE WS-PD-ORIG-TXN(WS-PD-IDX) TO WS-NEW-PIN.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               MOVE "No account file" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account not on file" TO WS-FAIL-REASON
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   MOVE WS-NEW-PIN TO AC-PIN
                   MOVE 0 TO AC-PIN-FAIL-COUNT
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
                   MOVE "Y" TO WS-POST-OK
           END-READ.
           CLOSE ACCOUNT-FILE.

           IF WS-POST-OK = "Y"
               MOVE "PIN RESET" TO WS-AUDIT-ACTION
               MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "Approved reset, item " WS-PD-ID(WS-PD-IDX)
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
           END-IF.

      *    Sets WS-IN-COOLOFF for a recent owner contact change.
       CHECK-ITEM-COOLOFF.
           MOVE "N" TO WS-IN-COOLOFF.
           MOVE 0 TO WS-COOLOFF-CHANGED.
           MOVE 0 TO WS-COOLOFF-UNTIL.
           MOVE 0 TO WS-COOLOFF-CUST-ID.
           MOVE 0 TO WS-COOLOFF-JOINT-ID.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PD-KEY-ID(WS-PD-IDX) TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-CUST-ID TO WS-COOLOFF-CUST-ID
                   MOVE AC-JOINT-CUST-ID TO WS-COOLOFF-JOINT-ID
           END-READ.
           CLOSE ACCOUNT-FILE.
           IF WS-COOLOFF-CUST-ID = 0
               EXIT PARAGRAPH
           END-IF.

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
                       IF (CC-CUST-ID = WS-COOLOFF-CUST-ID
                           OR (WS-COOLOFF-JOINT-ID > 0
                               AND CC-CUST-ID = WS-COOLOFF-JOINT-ID))
                           AND CC-COOLOFF-END >= WS-DATE
                           MOVE "Y" TO WS-IN-COOLOFF
                           IF CC-COOLOFF-END > WS-COOLOFF-UNTIL
                               MOVE CC-DATE TO WS-COOLOFF-CHANGED
                               MOVE CC-COOLOFF-END TO WS-COOLOFF-UNTIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-CHANGE-FILE.

       POST-APPROVED-DEACTIVATION.
           MOVE "CUSTMST " TO WS-MJ-FILE-ID.
           OPEN I-O CUSTOMER-FILE.
           IF WS-DC-DEACT-FLAG NOT = "Y"
               MOVE "N" TO WS-DC-DEACT-FLAG
           END-IF.
           DISPLAY "Enter contact-change cool-off days (0 for the "
               "standard 10):".
           ACCEPT WS-DC-COOLOFF-DAYS.
           IF WS-DC-COOLOFF-DAYS = 0
               MOVE 10 TO WS-DC-COOLOFF-DAYS
           END-IF.
           DISPLAY "Enter amount above which debits are held during "
               "the cool-off:".
           ACCEPT WS-DC-COOLOFF-AMOUNT.

           OPEN OUTPUT DUAL-CONTROL-FILE.
           MOVE WS-DC-WITHDRAW-THRESHOLD TO DC-WITHDRAW-THRESHOLD.
           MOVE WS-DC-REVERSAL-FLAG TO DC-REVERSAL-FLAG.
           MOVE WS-DC-DEACT-FLAG TO DC-DEACT-FLAG.
           MOVE WS-DC-COOLOFF-DAYS TO DC-COOLOFF-DAYS.
           MOVE WS-DC-COOLOFF-AMOUNT TO DC-COOLOFF-AMOUNT.
           WRITE DUAL-CONTROL-RECORD.
           CLOSE DUAL-CONTROL-FILE.

           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Threshold " WS-DC-WITHDRAW-THRESHOLD
               " rev " WS-DC-REVERSAL-FLAG
               " deact " WS-DC-DEACT-FLAG
               " co " WS-DC-COOLOFF-DAYS "/" WS-DC-COOLOFF-AMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Dual-control configuration saved.".
