       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREXFR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-REQUEST-FILE ASSIGN TO "WIREREQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WIREREQ-FILE-STATUS.
           SELECT WIRE-LOG-FILE ASSIGN TO "WIRELOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WIRELOG-FILE-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-FILE-STATUS.
           SELECT DENY-LIST-FILE ASSIGN TO "DENYLIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DENYLIST-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEESCHED-FILE-STATUS.
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
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.
           SELECT CONTACT-CHANGE-FILE ASSIGN TO "CONTCHG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PENDING-APPROVAL-FILE.
       01 PENDING-APPROVAL-RECORD.
           05 PA-ID              PIC 9(5).
           05 PA-DATE            PIC 9(8).
           05 PA-TIME            PIC 9(6).
           05 PA-TYPE            PIC X(1).
               88 PA-WITHDRAWAL  VALUE "W".
               88 PA-REVERSAL    VALUE "R".
               88 PA-DEACTIVATE  VALUE "D".
               88 PA-TRANSFER    VALUE "T".
               88 PA-VAULT-CASH  VALUE "V".
               88 PA-OUTGOING-WIRE VALUE "O".
           05 PA-KEY-ID          PIC 9(6).
           05 PA-AMOUNT          PIC 9(6)V99.
           05 PA-ORIG-TXN        PIC 9(8).
           05 PA-INIT-OPER       PIC X(8).
           05 PA-STATUS          PIC X(1).
               88 PA-PENDING     VALUE "P".
               88 PA-APPROVED    VALUE "A".
               88 PA-REJECTED    VALUE "R".
           05 PA-APPR-OPER       PIC X(8).

       FD DENY-LIST-FILE.
       01 DENY-LIST-RECORD.
           05 DL-NAME            PIC X(30).

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-CODE            PIC X(4).
           05 FS-ACCOUNT-TYPE    PIC X(1).
           05 FS-AMOUNT          PIC 9(4)V99.
           05 FS-MIN-BALANCE     PIC 9(6)V99.
           05 FS-WAIVE-BALANCE   PIC 9(6)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-WIREREQ-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-WIRELOG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-PENDAPPR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DENYLIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-FEESCHED-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
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

       01 WS-WIRE-ID              PIC 9(6) VALUE 0.
       01 WS-WIRE-FEE-CODE        PIC X(4) VALUE "WIRE".
       01 WS-WIRE-FEE             PIC 9(4)V99 VALUE 0.
       01 WS-WIRE-TOTAL           PIC 9(7)V99 VALUE 0.
       01 WS-AMOUNT               PIC 9(6)V99 VALUE 0.
       01 WS-ORIG-NAME            PIC X(30) VALUE SPACES.
       01 WS-BENE-NAME            PIC X(30) VALUE SPACES.
       01 WS-BENE-ROUTING         PIC X(9) VALUE SPACES.
       01 WS-BENE-ACCOUNT         PIC X(17) VALUE SPACES.
       01 WS-WIRE-STATUS          PIC X(1) VALUE SPACE.
       01 WS-LOG-EVENT            PIC X(10) VALUE SPACES.
       01 WS-LOG-TR-ID            PIC 9(8) VALUE 0.
       01 WS-LOG-DETAIL           PIC X(40) VALUE SPACES.
       01 WS-ACCOUNT-ID           PIC 9(6) VALUE 0.
       01 WS-CUSTOMER-ID          PIC 9(5) VALUE 0.
       01 WS-JOINT-CUST-ID        PIC 9(5) VALUE 0.
       01 WS-CONTCHG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CONTCHG-EOF          PIC X VALUE "N".
       01 WS-IN-COOLOFF           PIC X VALUE "N".
       01 WS-COOLOFF-UNTIL        PIC 9(8) VALUE 0.

       01 WS-BALANCE              PIC S9(6)V99 VALUE 0.
       01 WS-ACCOUNT-STATUS       PIC X(1) VALUE SPACE.
       01 WS-ACCOUNT-TYPE         PIC X(1) VALUE SPACE.
       01 WS-CURRENT-PIN          PIC 9(4) VALUE 0.
       01 WS-PIN                  PIC 9(4) VALUE 0.
       01 WS-PIN-FAIL-COUNT       PIC 9(1) VALUE 0.
       01 WS-MAX-PIN-FAILS        PIC 9(1) VALUE 3.
       01 WS-HOLD-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-HOLD-EOF             PIC X VALUE "N".
       01 WS-AVAILABLE-BALANCE    PIC S9(8)V99 VALUE 0.

       01 WS-PENDING-ID           PIC 9(5) VALUE 1.
       01 WS-PENDING-EOF          PIC X VALUE "N".
       01 WS-FEE-EOF              PIC X VALUE "N".

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

       01 WS-LISTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-LISTED-TOTAL         PIC 9(8)V99 VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-FEE        PIC Z,ZZ9.99.
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

           DISPLAY "R: Request Outgoing Wire  /  Q: Wire Inquiry  /  "
               "L: List Wires".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM REQUEST-OUTGOING-WIRE
               WHEN "Q"
                   PERFORM WIRE-INQUIRY
               WHEN "L"
                   PERFORM LIST-WIRES
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

      *    Queued for APPROVER; every step is logged to WIRELOG.dat.
       REQUEST-OUTGOING-WIRE.
           PERFORM GET-ORIGINATING-ACCOUNT.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Beneficiary Name:".
           ACCEPT WS-BENE-NAME.
           IF WS-BENE-NAME = SPACES
               DISPLAY "Beneficiary name is required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Beneficiary Bank Routing Number (9 digits):".
           ACCEPT WS-BENE-ROUTING.
           IF WS-BENE-ROUTING IS NOT NUMERIC
               DISPLAY "Routing number must be nine digits."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Beneficiary Account Number:".
           ACCEPT WS-BENE-ACCOUNT.
           IF WS-BENE-ACCOUNT = SPACES
               DISPLAY "Beneficiary account is required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Wire Amount:".
           ACCEPT WS-AMOUNT.
           IF WS-AMOUNT NOT > 0
               DISPLAY "Amount must be greater than zero."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-WIRE-FEE.
           COMPUTE WS-WIRE-TOTAL = WS-AMOUNT + WS-WIRE-FEE.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-BALANCE = WS-BALANCE - WS-HOLD-TOTAL.
           IF WS-WIRE-TOTAL > WS-AVAILABLE-BALANCE
               MOVE WS-WIRE-TOTAL TO WS-FORMATTED-TOTAL
               DISPLAY "Insufficient available funds. The wire and "
                   "fee total " WS-FORMATTED-TOTAL "."
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASSIGN-WIRE-ID.
           MOVE WS-BENE-NAME TO WS-SCREEN-NAME.
           PERFORM SCREEN-AGAINST-DENY-LIST.
           IF WS-SCREEN-HIT = "Y"
               PERFORM BLOCK-SCREENED-WIRE
               EXIT PARAGRAPH
           END-IF.

           PERFORM QUEUE-WIRE-APPROVAL.
           MOVE "P" TO WS-WIRE-STATUS.
           PERFORM APPEND-WIRE-REQUEST.

           MOVE "REQUESTED" TO WS-LOG-EVENT.
           MOVE 0 TO WS-LOG-TR-ID.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "Approval item " WS-PENDING-ID " to "
               WS-BENE-ROUTING DELIMITED BY SIZE INTO WS-LOG-DETAIL.
           PERFORM WRITE-WIRE-LOG.

           MOVE "WIRE REQUESTED" TO WS-AUDIT-ACTION.
           MOVE WS-WIRE-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Acct " WS-ACCOUNT-ID " amt " WS-AMOUNT " fee "
               WS-WIRE-FEE " item " WS-PENDING-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           PERFORM CHECK-CONTACT-COOLOFF.
           IF WS-IN-COOLOFF = "Y"
               MOVE "COOLOFF" TO WS-LOG-EVENT
               MOVE 0 TO WS-LOG-TR-ID
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "Contact change cool-off to " WS-COOLOFF-UNTIL
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               PERFORM WRITE-WIRE-LOG
           END-IF.

           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE WS-WIRE-FEE TO WS-FORMATTED-FEE.
           DISPLAY "-----------------------------------".
           DISPLAY "Wire " WS-WIRE-ID " queued for approval (item "
               WS-PENDING-ID ").".
           DISPLAY "From account: " WS-ACCOUNT-ID "  " WS-ORIG-NAME.
           DISPLAY "Beneficiary:  " WS-BENE-NAME.
           DISPLAY "Routing:      " WS-BENE-ROUTING
               "  Account: " WS-BENE-ACCOUNT.
           DISPLAY "Amount:       " WS-FORMATTED-AMOUNT
               "  Fee: " WS-FORMATTED-FEE.
           DISPLAY "A second operator must approve the wire in "
               "Approvals before it is sent.".
           IF WS-IN-COOLOFF = "Y"
               DISPLAY "Customer contact details changed recently "
                   "(cool-off until " WS-COOLOFF-UNTIL ")."
               DISPLAY "The approver must confirm the wire at the "
                   "previous contact details."
           END-IF.
           DISPLAY "-----------------------------------".

       GET-ORIGINATING-ACCOUNT.
           DISPLAY "Enter Account ID:".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT.
           IF WS-FOUND = "N"
               DISPLAY "Account not found!"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           IF WS-ACCOUNT-STATUS NOT = "O"
               DISPLAY "Account is not open. Wires can only be sent "
                   "from an open account."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCOUNT-TYPE = "D"
               DISPLAY "Wires cannot be sent from a CD account."
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
               DISPLAY "Incorrect PIN. Wire refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE "(customer not on file)" TO WS-ORIG-NAME.
           PERFORM READ-ORIGINATOR-CUSTOMER.
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
                   MOVE AC-TYPE TO WS-ACCOUNT-TYPE
                   MOVE AC-PIN TO WS-CURRENT-PIN
                   MOVE AC-PIN-FAIL-COUNT TO WS-PIN-FAIL-COUNT
                   MOVE AC-CUST-ID TO WS-CUSTOMER-ID
                   MOVE AC-JOINT-CUST-ID TO WS-JOINT-CUST-ID
           END-READ.
           CLOSE ACCOUNT-FILE.

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
                       IF (CC-CUST-ID = WS-CUSTOMER-ID
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

       READ-ORIGINATOR-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-ORIG-NAME
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
           MOVE SPACES TO WS-AUDIT-DETAIL.
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

      *    No fee when the schedule has no WIRE entry.
       LOOKUP-WIRE-FEE.
           MOVE 0 TO WS-WIRE-FEE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FEE-EOF.
           PERFORM UNTIL WS-FEE-EOF = "Y"
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-FEE-EOF
                   NOT AT END
                       IF FS-CODE = WS-WIRE-FEE-CODE
                           MOVE FS-AMOUNT TO WS-WIRE-FEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

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

       ASSIGN-WIRE-ID.
           MOVE 0 TO WS-WIRE-ID.
           OPEN INPUT WIRE-REQUEST-FILE.
           IF WS-WIREREQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WIRE-REQUEST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WR-ID > WS-WIRE-ID
                               MOVE WR-ID TO WS-WIRE-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE WIRE-REQUEST-FILE.
           ADD 1 TO WS-WIRE-ID.

      *    Same contains-match rule as SCRNPROC.
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

      *    Kept as blocked; nothing is queued for approval.
       BLOCK-SCREENED-WIRE.
           MOVE 0 TO WS-PENDING-ID.
           MOVE "B" TO WS-WIRE-STATUS.
           PERFORM APPEND-WIRE-REQUEST.

           MOVE "BLOCKED" TO WS-LOG-EVENT.
           MOVE 0 TO WS-LOG-TR-ID.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING "Matched " WS-MATCHED-NAME DELIMITED BY SIZE
               INTO WS-LOG-DETAIL.
           PERFORM WRITE-WIRE-LOG.

           MOVE "WIRE SCREEN HIT" TO WS-AUDIT-ACTION.
           MOVE WS-WIRE-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Acct " WS-ACCOUNT-ID " matched "
               WS-MATCHED-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Beneficiary matches deny list entry '"
               WS-MATCHED-NAME "'.".
           DISPLAY "Wire " WS-WIRE-ID " has been blocked. Refer the "
               "customer to compliance.".

       QUEUE-WIRE-APPROVAL.
           PERFORM INITIALIZE-PENDING-ID.
           OPEN EXTEND PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF.
           MOVE WS-PENDING-ID TO PA-ID.
           MOVE WS-DATE TO PA-DATE.
           MOVE WS-TIME TO PA-TIME.
           MOVE "O" TO PA-TYPE.
           MOVE WS-ACCOUNT-ID TO PA-KEY-ID.
           MOVE WS-AMOUNT TO PA-AMOUNT.
           MOVE WS-WIRE-ID TO PA-ORIG-TXN.
           MOVE OC-ID TO PA-INIT-OPER.
           MOVE "P" TO PA-STATUS.
           MOVE SPACES TO PA-APPR-OPER.
           WRITE PENDING-APPROVAL-RECORD.
           CLOSE PENDING-APPROVAL-FILE.

           MOVE "APPROVAL QUEUED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Item " WS-PENDING-ID " type O amount "
               WS-AMOUNT DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       INITIALIZE-PENDING-ID.
           MOVE 1 TO WS-PENDING-ID.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PENDING-EOF.
           PERFORM UNTIL WS-PENDING-EOF = "Y"
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE "Y" TO WS-PENDING-EOF
                   NOT AT END
                       COMPUTE WS-PENDING-ID = PA-ID + 1
               END-READ
           END-PERFORM.
           CLOSE PENDING-APPROVAL-FILE.

       APPEND-WIRE-REQUEST.
           OPEN EXTEND WIRE-REQUEST-FILE.
           IF WS-WIREREQ-FILE-STATUS = "35"
               OPEN OUTPUT WIRE-REQUEST-FILE
           END-IF.
           MOVE WS-WIRE-ID TO WR-ID.
           MOVE WS-DATE TO WR-DATE.
           MOVE WS-TIME TO WR-TIME.
           MOVE WS-ACCOUNT-ID TO WR-ACCOUNT-ID.
           MOVE WS-ORIG-NAME TO WR-ORIG-NAME.
           MOVE WS-AMOUNT TO WR-AMOUNT.
           MOVE WS-WIRE-FEE TO WR-FEE.
           MOVE WS-BENE-NAME TO WR-BENE-NAME.
           MOVE WS-BENE-ROUTING TO WR-BENE-ROUTING.
           MOVE WS-BENE-ACCOUNT TO WR-BENE-ACCOUNT.
           MOVE OC-ID TO WR-INIT-OPER.
           MOVE SPACES TO WR-APPR-OPER.
           MOVE WS-PENDING-ID TO WR-PENDING-ID.
           MOVE WS-WIRE-STATUS TO WR-STATUS.
           MOVE WS-DATE TO WR-STATUS-DATE.
           MOVE 0 TO WR-WIRE-TR-ID.
           MOVE 0 TO WR-FEE-TR-ID.
           WRITE WIRE-REQUEST-RECORD.
           CLOSE WIRE-REQUEST-FILE.

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
           MOVE WS-AMOUNT TO WL-AMOUNT.
           MOVE WS-LOG-TR-ID TO WL-TR-ID.
           MOVE WS-LOG-DETAIL TO WL-DETAIL.
           WRITE WIRE-LOG-RECORD.
           CLOSE WIRE-LOG-FILE.

       WIRE-INQUIRY.
           DISPLAY "Enter Wire Number:".
           ACCEPT WS-WIRE-ID.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT WIRE-REQUEST-FILE.
           IF WS-WIREREQ-FILE-STATUS NOT = "00"
               CLOSE WIRE-REQUEST-FILE
               DISPLAY "No wires on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WIRE-REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WR-ID = WS-WIRE-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIRE-REQUEST-FILE.
           IF WS-FOUND = "N"
               DISPLAY "Wire not found!"
               EXIT PARAGRAPH
           END-IF.

           MOVE WR-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE WR-FEE TO WS-FORMATTED-FEE.
           DISPLAY "-----------------------------------".
           DISPLAY "Wire " WR-ID "  requested " WR-DATE " by "
               WR-INIT-OPER.
           DISPLAY "From account: " WR-ACCOUNT-ID "  " WR-ORIG-NAME.
           DISPLAY "Beneficiary:  " WR-BENE-NAME.
           DISPLAY "Routing:      " WR-BENE-ROUTING
               "  Account: " WR-BENE-ACCOUNT.
           DISPLAY "Amount:       " WS-FORMATTED-AMOUNT
               "  Fee: " WS-FORMATTED-FEE.
           EVALUATE TRUE
               WHEN WR-PENDING
                   DISPLAY "Status:       Awaiting approval (item "
                       WR-PENDING-ID ")"
               WHEN WR-SENT
                   DISPLAY "Status:       Sent " WR-STATUS-DATE
                       " approved by " WR-APPR-OPER
                   DISPLAY "Debit txn:    " WR-WIRE-TR-ID
                       "  Fee txn: " WR-FEE-TR-ID
               WHEN WR-REJECTED
                   DISPLAY "Status:       Rejected " WR-STATUS-DATE
                       " by " WR-APPR-OPER
               WHEN WR-BLOCKED
                   DISPLAY "Status:       Blocked by deny list "
                       "screening"
               WHEN OTHER
                   DISPLAY "Status:       " WR-STATUS
           END-EVALUATE.

           OPEN INPUT WIRE-LOG-FILE.
           IF WS-WIRELOG-FILE-STATUS = "00"
               DISPLAY "Log:"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ WIRE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WL-WIRE-ID = WS-WIRE-ID
                               DISPLAY "  " WL-DATE " " WL-TIME " "
                                   WL-EVENT " " WL-OPERATOR " "
                                   WL-TR-ID " " WL-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE WIRE-LOG-FILE.
           DISPLAY "-----------------------------------".

       LIST-WIRES.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-LISTED-TOTAL.
           OPEN INPUT WIRE-REQUEST-FILE.
           IF WS-WIREREQ-FILE-STATUS NOT = "00"
               CLOSE WIRE-REQUEST-FILE
               DISPLAY "No wires on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "WIRE    DATE      ACCOUNT      AMOUNT S "
               "BENEFICIARY".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WIRE-REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WR-AMOUNT TO WS-FORMATTED-AMOUNT
                       DISPLAY WR-ID "  " WR-DATE "  " WR-ACCOUNT-ID
                           " " WS-FORMATTED-AMOUNT " " WR-STATUS " "
                           WR-BENE-NAME
                       ADD 1 TO WS-LISTED-COUNT
                       IF WR-SENT
                           ADD WR-AMOUNT TO WS-LISTED-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WIRE-REQUEST-FILE.
           DISPLAY "-----------------------------------".
           MOVE WS-LISTED-TOTAL TO WS-FORMATTED-TOTAL.
           DISPLAY "Wires listed: " WS-LISTED-COUNT
               "  Total sent: " WS-FORMATTED-TOTAL.
           DISPLAY "Status: P pending, S sent, R rejected, "
               "B blocked".

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "WIREXFR " TO MJ-PROGRAM.
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
           MOVE "WIREXFR " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
