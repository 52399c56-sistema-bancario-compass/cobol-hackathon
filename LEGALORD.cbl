       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEGALORD-FILE-STATUS.
           SELECT LEGAL-ORDER-NEW-FILE ASSIGN TO "LEGALORD.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-ACCOUNT-FILE ASSIGN TO "LEGALACT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEGALACT-FILE-STATUS.
           SELECT LEGAL-ACCOUNT-NEW-FILE ASSIGN TO "LEGALACT.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
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
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One record per garnishment or tax levy served.
       FD LEGAL-ORDER-FILE.
       01 LEGAL-ORDER-RECORD.
           05 LO-ID              PIC 9(5).
           05 LO-TYPE            PIC X(1).
               88 LO-GARNISHMENT VALUE "G".
               88 LO-TAX-LEVY    VALUE "T".
           05 LO-CUST-ID         PIC 9(5).
           05 LO-CASE-NUMBER     PIC X(20).
           05 LO-ISSUER          PIC X(30).
           05 LO-ISSUER-ADDRESS  PIC X(40).
           05 LO-ISSUER-CITY     PIC X(20).
           05 LO-ISSUER-STATE    PIC X(2).
           05 LO-ISSUER-ZIP      PIC X(10).
           05 LO-AMOUNT          PIC 9(7)V99.
           05 LO-RECEIVED-DATE   PIC 9(8).
           05 LO-ANSWER-DUE      PIC 9(8).
           05 LO-ANSWER-DATE     PIC 9(8).
           05 LO-REMIT-DATE      PIC 9(8).
           05 LO-PROTECTED       PIC 9(7)V99.
           05 LO-FROZEN          PIC 9(7)V99.
           05 LO-REMITTED        PIC 9(7)V99.
           05 LO-STATUS          PIC X(1).
               88 LO-ST-FROZEN    VALUE "F".
               88 LO-ST-ANSWERED  VALUE "A".
               88 LO-ST-NO-FUNDS  VALUE "N".
               88 LO-ST-PAID      VALUE "P".
               88 LO-ST-WITHDRAWN VALUE "W".
           05 LO-STATUS-DATE     PIC 9(8).
           05 LO-OPERATOR        PIC X(8).

       FD LEGAL-ORDER-NEW-FILE.
       01 LEGAL-ORDER-NEW-RECORD PIC X(218).

      *    Every account searched, frozen or not.
       FD LEGAL-ACCOUNT-FILE.
       01 LEGAL-ACCOUNT-RECORD.
           05 LA-ORDER-ID        PIC 9(5).
           05 LA-ACCOUNT-ID      PIC 9(6).
           05 LA-HOLD-ID         PIC 9(5).
           05 LA-BALANCE         PIC S9(6)V99.
           05 LA-PROTECTED       PIC 9(6)V99.
           05 LA-FROZEN          PIC 9(6)V99.
           05 LA-REMITTED        PIC 9(6)V99.
           05 LA-STATUS          PIC X(1).
               88 LA-ST-FROZEN   VALUE "F".
               88 LA-ST-NONE     VALUE "N".
               88 LA-ST-PAID     VALUE "P".
               88 LA-ST-RELEASED VALUE "R".

       FD LEGAL-ACCOUNT-NEW-FILE.
       01 LEGAL-ACCOUNT-NEW-RECORD PIC X(49).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
           05 AU-TIME            PIC 9(6).
           05 AU-PROGRAM         PIC X(8).
           05 AU-ACTION          PIC X(20).
           05 AU-KEY-ID          PIC 9(6).
           05 AU-DETAIL          PIC X(50).
           05 AU-OPERATOR        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-LEGALORD-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-LEGALACT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-ACTION               PIC X.
       01 WS-CONFIRM              PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-OWNER-ROLE           PIC X VALUE "P".
       01 WS-OWNER-REPEAT         PIC X VALUE "N".
       01 WS-TXN-EOF              PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-TXN-OPEN             PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-DATE-INTEGER         PIC 9(9).

      *    Used when the order is silent.
       01 WS-DEFAULT-ANSWER-DAYS  PIC 9(3) VALUE 20.
       01 WS-DEFAULT-WAIT-DAYS    PIC 9(3) VALUE 21.

       01 WS-ORDER-ID             PIC 9(5) VALUE 00001.
       01 WS-ORDER-TYPE           PIC X(1).
       01 WS-CUST-ID              PIC 9(5).
       01 WS-CUST-NAME            PIC X(30).
       01 WS-CASE-NUMBER          PIC X(20).
       01 WS-ISSUER               PIC X(30).
       01 WS-ISSUER-ADDRESS       PIC X(40).
       01 WS-ISSUER-CITY          PIC X(20).
       01 WS-ISSUER-STATE         PIC X(2).
       01 WS-ISSUER-ZIP           PIC X(10).
       01 WS-ORDER-AMOUNT         PIC 9(7)V99.
       01 WS-RECEIVED-DATE        PIC 9(8).
       01 WS-ANSWER-DUE           PIC 9(8).
       01 WS-WAIT-DAYS            PIC 9(3).
       01 WS-REMIT-DATE           PIC 9(8).

      *    Benefit credits in the lookback are protected.
       01 WS-LOOKBACK-START       PIC 9(8).
       01 WS-LOOKBACK-PARTS.
           05 WS-LB-YEAR          PIC 9(4).
           05 WS-LB-MONTH         PIC 9(2).
           05 WS-LB-DAY           PIC 9(2).
       01 WS-LOOKBACK-NUMERIC REDEFINES WS-LOOKBACK-PARTS PIC 9(8).
       01 WS-MONTH-END-PARTS.
           05 WS-ME-YEAR          PIC 9(4).
           05 WS-ME-MONTH         PIC 9(2).
           05 WS-ME-DAY           PIC 9(2).
       01 WS-MONTH-END-NUMERIC REDEFINES WS-MONTH-END-PARTS PIC 9(8).
       01 WS-LAST-DAY             PIC 9(8).

       01 WS-ACCT-BALANCE         PIC S9(6)V99 VALUE 0.
       01 WS-EXEMPT-CREDITS       PIC 9(7)V99 VALUE 0.
       01 WS-ACCT-PROTECTED       PIC 9(6)V99 VALUE 0.
       01 WS-OTHER-HOLDS          PIC 9(7)V99 VALUE 0.
       01 WS-ACCT-AVAILABLE       PIC S9(7)V99 VALUE 0.
       01 WS-ACCT-FROZEN          PIC 9(6)V99 VALUE 0.
       01 WS-ACCT-HOLD-ID         PIC 9(5) VALUE 0.
       01 WS-REMAINING            PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-PROTECTED      PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-FROZEN         PIC 9(7)V99 VALUE 0.
       01 WS-ACCOUNTS-SEARCHED    PIC 9(3) VALUE 0.
       01 WS-ACCOUNTS-FROZEN      PIC 9(3) VALUE 0.
       01 WS-HOLDS-RELEASED       PIC 9(3) VALUE 0.
       01 WS-ORDERS-LISTED        PIC 9(5) VALUE 0.
       01 WS-ORDER-STATUS         PIC X(1).
       01 WS-FORMATTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-PROTECTED  PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-FROZEN     PIC Z,ZZZ,ZZ9.99.

       01 WS-HOLD-ID              PIC 9(5) VALUE 0.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY WS-IDX.
             10 WS-HD-ID              PIC 9(5).
             10 WS-HD-ACCOUNT-ID      PIC 9(6).
             10 WS-HD-TYPE            PIC X(1).
             10 WS-HD-AMOUNT          PIC 9(6)V99.
             10 WS-HD-PLACED-DATE     PIC 9(8).
             10 WS-HD-RELEASE-DATE    PIC 9(8).
             10 WS-HD-STATUS          PIC X(1).
       01 WS-TABLE-COUNT          PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL           PIC X VALUE "N".

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
           05 OC-ID              PIC X(8).
           05 OC-LEVEL           PIC 9(1).

       PROCEDURE DIVISION USING OPERATOR-CONTEXT.
       MAIN-PROCEDURE.
           IF OC-LEVEL < 2
               DISPLAY "Legal order processing requires supervisor "
                   "authority."
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.

           DISPLAY "R: Record Garnishment/Levy  /  "
               "I: Order Inquiry  /  W: Withdraw Order".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM RECORD-ORDER
               WHEN "I"
                   PERFORM ORDER-INQUIRY
               WHEN "W"
                   PERFORM WITHDRAW-ORDER
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

      *    Freezes up to the order amount after the protected amount.
       RECORD-ORDER.
           DISPLAY "Order Type - G: Garnishment  /  T: Tax Levy:".
           ACCEPT WS-ORDER-TYPE.
           IF WS-ORDER-TYPE NOT = "G" AND WS-ORDER-TYPE NOT = "T"
               DISPLAY "Invalid order type."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Debtor Customer ID:".
           ACCEPT WS-CUST-ID.
           PERFORM READ-CUSTOMER.
           IF WS-FOUND = "N"
               DISPLAY "Customer not found!"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Debtor: " WS-CUST-NAME.

           DISPLAY "Enter Case / Levy Number:".
           ACCEPT WS-CASE-NUMBER.
           IF WS-CASE-NUMBER = SPACES
               DISPLAY "Case number is required."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Issuing Court or Agency:".
           ACCEPT WS-ISSUER.
           IF WS-ISSUER = SPACES
               DISPLAY "Issuer is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Issuer Street Address:".
           ACCEPT WS-ISSUER-ADDRESS.
           DISPLAY "Enter Issuer City:".
           ACCEPT WS-ISSUER-CITY.
           DISPLAY "Enter Issuer State (2 letters):".
           ACCEPT WS-ISSUER-STATE.
           DISPLAY "Enter Issuer ZIP:".
           ACCEPT WS-ISSUER-ZIP.

           DISPLAY "Enter Amount of the Order:".
           ACCEPT WS-ORDER-AMOUNT.
           IF WS-ORDER-AMOUNT <= 0
               DISPLAY "Order amount must be greater than zero."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Date Received (YYYYMMDD, 0 for today):".
           ACCEPT WS-RECEIVED-DATE.
           IF WS-RECEIVED-DATE = 0
               MOVE WS-DATE TO WS-RECEIVED-DATE
           END-IF.
           IF WS-RECEIVED-DATE > WS-DATE
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-DATE) NOT = 0
               DISPLAY "Invalid date received."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Answer Due Date (YYYYMMDD, 0 for "
               WS-DEFAULT-ANSWER-DAYS " days):".
           ACCEPT WS-ANSWER-DUE.
           IF WS-ANSWER-DUE = 0
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
                   + WS-DEFAULT-ANSWER-DAYS
               COMPUTE WS-ANSWER-DUE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.
           IF WS-ANSWER-DUE < WS-RECEIVED-DATE
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-ANSWER-DUE) NOT = 0
               DISPLAY "Invalid answer due date."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Waiting Period in Days before remittance "
               "(0 for " WS-DEFAULT-WAIT-DAYS "):".
           ACCEPT WS-WAIT-DAYS.
           IF WS-WAIT-DAYS = 0
               MOVE WS-DEFAULT-WAIT-DAYS TO WS-WAIT-DAYS
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
               + WS-WAIT-DAYS.
           COMPUTE WS-REMIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           PERFORM READ-ALL-HOLDS.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "Hold file exceeds the 500-record working "
                   "limit. Order refused to avoid losing records."
               EXIT PARAGRAPH
           END-IF.
           PERFORM INITIALIZE-ORDER-ID.
           PERFORM COMPUTE-LOOKBACK-START.

           MOVE WS-ORDER-AMOUNT TO WS-REMAINING.
           MOVE 0 TO WS-TOTAL-PROTECTED.
           MOVE 0 TO WS-TOTAL-FROZEN.
           MOVE 0 TO WS-ACCOUNTS-SEARCHED.
           MOVE 0 TO WS-ACCOUNTS-FROZEN.

           DISPLAY "-----------------------------------".
           DISPLAY "Account search for customer " WS-CUST-ID.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               DISPLAY "No account file. Nothing to search."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TXN-OPEN.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               MOVE "Y" TO WS-TXN-OPEN
           END-IF.
           OPEN EXTEND LEGAL-ACCOUNT-FILE.
           IF WS-LEGALACT-FILE-STATUS = "35"
               OPEN OUTPUT LEGAL-ACCOUNT-FILE
           END-IF.
           MOVE "P" TO WS-OWNER-ROLE.
           PERFORM FREEZE-OWNER-ACCOUNTS.
           MOVE "J" TO WS-OWNER-ROLE.
           PERFORM FREEZE-OWNER-ACCOUNTS.
           CLOSE LEGAL-ACCOUNT-FILE.
           IF WS-TXN-OPEN = "Y"
               CLOSE TRANSACTION-FILE
           END-IF.
           CLOSE ACCOUNT-FILE.

           IF WS-ACCOUNTS-FROZEN > 0
               PERFORM WRITE-UPDATED-HOLDS
           END-IF.

           OPEN EXTEND LEGAL-ORDER-FILE.
           IF WS-LEGALORD-FILE-STATUS = "35"
               OPEN OUTPUT LEGAL-ORDER-FILE
           END-IF.
           MOVE WS-ORDER-ID TO LO-ID.
           MOVE WS-ORDER-TYPE TO LO-TYPE.
           MOVE WS-CUST-ID TO LO-CUST-ID.
           MOVE WS-CASE-NUMBER TO LO-CASE-NUMBER.
           MOVE WS-ISSUER TO LO-ISSUER.
           MOVE WS-ISSUER-ADDRESS TO LO-ISSUER-ADDRESS.
           MOVE WS-ISSUER-CITY TO LO-ISSUER-CITY.
           MOVE WS-ISSUER-STATE TO LO-ISSUER-STATE.
           MOVE WS-ISSUER-ZIP TO LO-ISSUER-ZIP.
           MOVE WS-ORDER-AMOUNT TO LO-AMOUNT.
           MOVE WS-RECEIVED-DATE TO LO-RECEIVED-DATE.
           MOVE WS-ANSWER-DUE TO LO-ANSWER-DUE.
           MOVE 0 TO LO-ANSWER-DATE.
           MOVE WS-REMIT-DATE TO LO-REMIT-DATE.
           MOVE WS-TOTAL-PROTECTED TO LO-PROTECTED.
           MOVE WS-TOTAL-FROZEN TO LO-FROZEN.
           MOVE 0 TO LO-REMITTED.
           MOVE "F" TO LO-STATUS.
           MOVE WS-DATE TO LO-STATUS-DATE.
           MOVE OC-ID TO LO-OPERATOR.
           WRITE LEGAL-ORDER-RECORD.
           CLOSE LEGAL-ORDER-FILE.

           MOVE "LEGAL ORDER RECORDED" TO WS-AUDIT-ACTION.
           MOVE WS-ORDER-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Type " WS-ORDER-TYPE " cust " WS-CUST-ID
               " frozen " WS-TOTAL-FROZEN DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           MOVE WS-ORDER-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE WS-TOTAL-PROTECTED TO WS-FORMATTED-PROTECTED.
           MOVE WS-TOTAL-FROZEN TO WS-FORMATTED-FROZEN.
           DISPLAY "-----------------------------------".
           DISPLAY "Order recorded. Order ID: " WS-ORDER-ID.
           DISPLAY "Accounts searched: " WS-ACCOUNTS-SEARCHED
               "  frozen: " WS-ACCOUNTS-FROZEN.
           DISPLAY "Order amount:    " WS-FORMATTED-AMOUNT.
           DISPLAY "Protected:       " WS-FORMATTED-PROTECTED.
           DISPLAY "Frozen:          " WS-FORMATTED-FROZEN.
           DISPLAY "Answer due " WS-ANSWER-DUE
               ". Funds remitted on or after " WS-REMIT-DATE ".".
           DISPLAY "Answer and customer notice will be issued in "
               "tonight's end-of-day run.".
           IF WS-TABLE-FULL = "Y"
               DISPLAY "WARNING: hold file reached its working limit. "
                   "Freeze the remaining accounts manually."
           END-IF.

       FREEZE-OWNER-ACCOUNTS.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND WS-OWNER-REPEAT = "N"
                   AND NOT AC-CLOSED
                   PERFORM FREEZE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

      *    One pass per role: P primary owner, J joint owner.
       START-OWNER-ACCOUNTS.
           MOVE "N" TO WS-EOF.
           IF WS-CUST-ID = 0
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-OWNER-ROLE
               WHEN "P"
                   MOVE WS-CUST-ID TO AC-CUST-ID
                   START ACCOUNT-FILE KEY = AC-CUST-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               WHEN OTHER
                   MOVE WS-CUST-ID TO AC-JOINT-CUST-ID
                   START ACCOUNT-FILE KEY = AC-JOINT-CUST-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
           END-EVALUATE.

      *    Flags an account already seen under an earlier role.
       READ-NEXT-OWNER-ACCOUNT.
           MOVE "N" TO WS-OWNER-REPEAT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-OWNER-ROLE
               WHEN "P"
                   IF AC-CUST-ID NOT = WS-CUST-ID
                       MOVE "Y" TO WS-EOF
                   END-IF
               WHEN OTHER
                   IF AC-JOINT-CUST-ID NOT = WS-CUST-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF AC-CUST-ID = WS-CUST-ID
                           MOVE "Y" TO WS-OWNER-REPEAT
                       END-IF
                   END-IF
           END-EVALUATE.

       FREEZE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-SEARCHED.
           MOVE AC-BALANCE TO WS-ACCT-BALANCE.
           PERFORM SUM-EXEMPT-CREDITS.
           IF WS-ACCT-BALANCE <= 0
               MOVE 0 TO WS-ACCT-PROTECTED
           ELSE
               IF WS-EXEMPT-CREDITS < WS-ACCT-BALANCE
                   MOVE WS-EXEMPT-CREDITS TO WS-ACCT-PROTECTED
               ELSE
                   MOVE WS-ACCT-BALANCE TO WS-ACCT-PROTECTED
               END-IF
           END-IF.

           MOVE 0 TO WS-OTHER-HOLDS.
           SET WS-IDX TO 1.
           PERFORM WS-TABLE-COUNT TIMES
               IF WS-HD-ACCOUNT-ID(WS-IDX) = AC-ID
                   AND WS-HD-STATUS(WS-IDX) = "A"
                   ADD WS-HD-AMOUNT(WS-IDX) TO WS-OTHER-HOLDS
               END-IF
               SET WS-IDX UP BY 1
           END-PERFORM.

           COMPUTE WS-ACCT-AVAILABLE = WS-ACCT-BALANCE
               - WS-ACCT-PROTECTED - WS-OTHER-HOLDS.
           MOVE 0 TO WS-ACCT-FROZEN.
           MOVE 0 TO WS-ACCT-HOLD-ID.
           IF WS-ACCT-AVAILABLE > 0 AND WS-REMAINING > 0
               IF WS-ACCT-AVAILABLE < WS-REMAINING
                   MOVE WS-ACCT-AVAILABLE TO WS-ACCT-FROZEN
               ELSE
                   MOVE WS-REMAINING TO WS-ACCT-FROZEN
               END-IF
           END-IF.
           IF WS-ACCT-FROZEN > 0 AND WS-TABLE-COUNT >= 500
               MOVE "Y" TO WS-TABLE-FULL
               MOVE 0 TO WS-ACCT-FROZEN
           END-IF.

           IF WS-ACCT-FROZEN > 0
               ADD 1 TO WS-HOLD-ID
               MOVE WS-HOLD-ID TO WS-ACCT-HOLD-ID
               ADD 1 TO WS-TABLE-COUNT
               SET WS-IDX TO WS-TABLE-COUNT
               MOVE WS-HOLD-ID TO WS-HD-ID(WS-IDX)
               MOVE AC-ID TO WS-HD-ACCOUNT-ID(WS-IDX)
               MOVE "L" TO WS-HD-TYPE(WS-IDX)
               MOVE WS-ACCT-FROZEN TO WS-HD-AMOUNT(WS-IDX)
               MOVE WS-DATE TO WS-HD-PLACED-DATE(WS-IDX)
               MOVE 0 TO WS-HD-RELEASE-DATE(WS-IDX)
               MOVE "A" TO WS-HD-STATUS(WS-IDX)
               SUBTRACT WS-ACCT-FROZEN FROM WS-REMAINING
               ADD 1 TO WS-ACCOUNTS-FROZEN

               MOVE "HOLD PLACED" TO WS-AUDIT-ACTION
               MOVE AC-ID TO WS-AUDIT-KEY-ID
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "Hold " WS-HOLD-ID " type L amount "
                   WS-ACCT-FROZEN " order " WS-ORDER-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
           END-IF.
           ADD WS-ACCT-PROTECTED TO WS-TOTAL-PROTECTED.
           ADD WS-ACCT-FROZEN TO WS-TOTAL-FROZEN.

           MOVE WS-ORDER-ID TO LA-ORDER-ID.
           MOVE AC-ID TO LA-ACCOUNT-ID.
           MOVE WS-ACCT-HOLD-ID TO LA-HOLD-ID.
           MOVE WS-ACCT-BALANCE TO LA-BALANCE.
           MOVE WS-ACCT-PROTECTED TO LA-PROTECTED.
           MOVE WS-ACCT-FROZEN TO LA-FROZEN.
           MOVE 0 TO LA-REMITTED.
           IF WS-ACCT-FROZEN > 0
               MOVE "F" TO LA-STATUS
           ELSE
               MOVE "N" TO LA-STATUS
           END-IF.
           WRITE LEGAL-ACCOUNT-RECORD.

           MOVE WS-ACCT-PROTECTED TO WS-FORMATTED-PROTECTED.
           MOVE WS-ACCT-FROZEN TO WS-FORMATTED-FROZEN.
           DISPLAY "Account " AC-ID " Balance " AC-BALANCE
               " Protected " WS-FORMATTED-PROTECTED
               " Frozen " WS-FORMATTED-FROZEN.

       SUM-EXEMPT-CREDITS.
           MOVE 0 TO WS-EXEMPT-CREDITS.
           IF WS-TXN-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-ID TO TR-ACCOUNT-ID.
           START TRANSACTION-FILE KEY = TR-ACCOUNT-ID
               INVALID KEY
                   MOVE "Y" TO WS-TXN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-TXN-EOF
           END-START.
           PERFORM UNTIL WS-TXN-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       IF TR-ACCOUNT-ID NOT = AC-ID
                           MOVE "Y" TO WS-TXN-EOF
                       ELSE
                           IF TR-EXTERNAL AND TR-CREDIT
                               AND NOT TR-IS-REVERSED
                               AND TR-DATE >= WS-LOOKBACK-START
                               AND TR-DATE <= WS-RECEIVED-DATE
                               ADD TR-AMOUNT TO WS-EXEMPT-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Month-end is used when the day does not exist.
       COMPUTE-LOOKBACK-START.
           MOVE WS-RECEIVED-DATE TO WS-LOOKBACK-NUMERIC.
           IF WS-LB-MONTH > 2
               SUBTRACT 2 FROM WS-LB-MONTH
           ELSE
               ADD 10 TO WS-LB-MONTH
               SUBTRACT 1 FROM WS-LB-YEAR
           END-IF.
           IF WS-LB-DAY > 28
               MOVE WS-LB-YEAR TO WS-ME-YEAR
               MOVE WS-LB-MONTH TO WS-ME-MONTH
               MOVE 1 TO WS-ME-DAY
               IF WS-ME-MONTH = 12
                   MOVE 1 TO WS-ME-MONTH
                   ADD 1 TO WS-ME-YEAR
               ELSE
                   ADD 1 TO WS-ME-MONTH
               END-IF
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-NUMERIC) - 1
               COMPUTE WS-LAST-DAY =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               IF WS-LB-DAY > WS-LAST-DAY(7:2)
                   MOVE WS-LAST-DAY(7:2) TO WS-LB-DAY
               END-IF
           END-IF.
           MOVE WS-LOOKBACK-NUMERIC TO WS-LOOKBACK-START.

       ORDER-INQUIRY.
           DISPLAY "Enter Order ID (0 for all open orders):".
           ACCEPT WS-ORDER-ID.

           MOVE 0 TO WS-ORDERS-LISTED.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF WS-LEGALORD-FILE-STATUS NOT = "00"
               CLOSE LEGAL-ORDER-FILE
               DISPLAY "No legal orders on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (WS-ORDER-ID = 0
                           AND (LO-ST-FROZEN OR LO-ST-ANSWERED))
                           OR LO-ID = WS-ORDER-ID
                           PERFORM DISPLAY-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ORDER-FILE.
           DISPLAY "-----------------------------------".
           DISPLAY "Orders listed: " WS-ORDERS-LISTED.

           IF WS-ORDER-ID NOT = 0 AND WS-ORDERS-LISTED > 0
               PERFORM DISPLAY-ORDER-ACCOUNTS
           END-IF.

       DISPLAY-ONE-ORDER.
           ADD 1 TO WS-ORDERS-LISTED.
           MOVE LO-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE LO-FROZEN TO WS-FORMATTED-FROZEN.
           DISPLAY "Order " LO-ID " Type " LO-TYPE
               " Cust " LO-CUST-ID " Case " LO-CASE-NUMBER
               " Status " LO-STATUS.
           DISPLAY "  Issuer " LO-ISSUER.
           DISPLAY "  Amount " WS-FORMATTED-AMOUNT
               " Frozen " WS-FORMATTED-FROZEN
               " Remitted " LO-REMITTED.
           DISPLAY "  Received " LO-RECEIVED-DATE
               " Answer due " LO-ANSWER-DUE
               " Answered " LO-ANSWER-DATE
               " Remit on " LO-REMIT-DATE.

       DISPLAY-ORDER-ACCOUNTS.
           OPEN INPUT LEGAL-ACCOUNT-FILE.
           IF WS-LEGALACT-FILE-STATUS NOT = "00"
               CLOSE LEGAL-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LA-ORDER-ID = WS-ORDER-ID
                           MOVE LA-PROTECTED TO WS-FORMATTED-PROTECTED
                           MOVE LA-FROZEN TO WS-FORMATTED-FROZEN
                           DISPLAY "  Account " LA-ACCOUNT-ID
                               " Hold " LA-HOLD-ID
                               " Protected " WS-FORMATTED-PROTECTED
                               " Frozen " WS-FORMATTED-FROZEN
                               " Status " LA-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ACCOUNT-FILE.

      *    Lifts every hold not yet remitted.
       WITHDRAW-ORDER.
           DISPLAY "Enter Order ID to withdraw:".
           ACCEPT WS-ORDER-ID.

           MOVE "N" TO WS-FOUND.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF WS-LEGALORD-FILE-STATUS NOT = "00"
               CLOSE LEGAL-ORDER-FILE
               DISPLAY "No legal orders on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LO-ID = WS-ORDER-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE LO-STATUS TO WS-ORDER-STATUS
                           PERFORM DISPLAY-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ORDER-FILE.

           IF WS-FOUND = "N"
               DISPLAY "Order not found."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORDER-STATUS NOT = "F" AND WS-ORDER-STATUS NOT = "A"
               DISPLAY "Only an open order can be withdrawn."
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ALL-HOLDS.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "Hold file exceeds the 500-record working "
                   "limit. Withdrawal refused to avoid losing records."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Withdraw this order and release its holds? (Y/N):".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Order left open."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-HOLDS-RELEASED.
           OPEN INPUT LEGAL-ACCOUNT-FILE.
           OPEN OUTPUT LEGAL-ACCOUNT-NEW-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LA-ORDER-ID = WS-ORDER-ID
                           AND LA-ST-FROZEN
                           PERFORM RELEASE-ORDER-HOLD
                           MOVE "R" TO LA-STATUS
                       END-IF
                       WRITE LEGAL-ACCOUNT-NEW-RECORD
                           FROM LEGAL-ACCOUNT-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ACCOUNT-FILE.
           CLOSE LEGAL-ACCOUNT-NEW-FILE.

           OPEN INPUT LEGAL-ACCOUNT-NEW-FILE.
           OPEN OUTPUT LEGAL-ACCOUNT-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ACCOUNT-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE LEGAL-ACCOUNT-RECORD
                           FROM LEGAL-ACCOUNT-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ACCOUNT-NEW-FILE.
           CLOSE LEGAL-ACCOUNT-FILE.
           CALL "CBL_DELETE_FILE" USING "LEGALACT.tmp".

           IF WS-HOLDS-RELEASED > 0
               PERFORM WRITE-UPDATED-HOLDS
           END-IF.

           OPEN INPUT LEGAL-ORDER-FILE.
           OPEN OUTPUT LEGAL-ORDER-NEW-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LO-ID = WS-ORDER-ID
                           MOVE "W" TO LO-STATUS
                           MOVE WS-DATE TO LO-STATUS-DATE
                       END-IF
                       WRITE LEGAL-ORDER-NEW-RECORD
                           FROM LEGAL-ORDER-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ORDER-FILE.
           CLOSE LEGAL-ORDER-NEW-FILE.

           OPEN INPUT LEGAL-ORDER-NEW-FILE.
           OPEN OUTPUT LEGAL-ORDER-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ORDER-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE LEGAL-ORDER-RECORD
                           FROM LEGAL-ORDER-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ORDER-NEW-FILE.
           CLOSE LEGAL-ORDER-FILE.
           CALL "CBL_DELETE_FILE" USING "LEGALORD.tmp".

           MOVE "LEGAL ORDER WITHDRAWN" TO WS-AUDIT-ACTION.
           MOVE WS-ORDER-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Holds released " WS-HOLDS-RELEASED
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Order " WS-ORDER-ID " withdrawn. Holds released: "
               WS-HOLDS-RELEASED.

       RELEASE-ORDER-HOLD.
           SET WS-IDX TO 1.
           PERFORM WS-TABLE-COUNT TIMES
               IF WS-HD-ID(WS-IDX) = LA-HOLD-ID
                   AND WS-HD-STATUS(WS-IDX) = "A"
                   MOVE "R" TO WS-HD-STATUS(WS-IDX)
                   ADD 1 TO WS-HOLDS-RELEASED
                   MOVE "HOLD RELEASED" TO WS-AUDIT-ACTION
                   MOVE LA-ACCOUNT-ID TO WS-AUDIT-KEY-ID
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "Hold " LA-HOLD-ID " amount "
                       WS-HD-AMOUNT(WS-IDX) " order " WS-ORDER-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM RECORD-AUDIT-ENTRY
               END-IF
               SET WS-IDX UP BY 1
           END-PERFORM.

       INITIALIZE-ORDER-ID.
           MOVE 0 TO WS-ORDER-ID.
           OPEN INPUT LEGAL-ORDER-FILE.
           IF WS-LEGALORD-FILE-STATUS NOT = "00"
               CLOSE LEGAL-ORDER-FILE
               MOVE 1 TO WS-ORDER-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE LO-ID TO WS-ORDER-ID
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ORDER-FILE.
           ADD 1 TO WS-ORDER-ID.

       READ-CUSTOMER.
           MOVE "N" TO WS-FOUND.
           MOVE SPACES TO WS-CUST-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE CR-NAME TO WS-CUST-NAME
           END-READ.
           CLOSE CUSTOMER-FILE.

      *    Leaves WS-HOLD-ID on the highest hold number in use.
       READ-ALL-HOLDS.
           MOVE 0 TO WS-TABLE-COUNT.
           MOVE 0 TO WS-HOLD-ID.
           MOVE "N" TO WS-TABLE-FULL.
           SET WS-IDX TO 1.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HD-ID > WS-HOLD-ID
                           MOVE HD-ID TO WS-HOLD-ID
                       END-IF
                       IF WS-TABLE-COUNT >= 500
                           MOVE "Y" TO WS-TABLE-FULL
                       END-IF
                       IF WS-TABLE-COUNT < 500
                           MOVE HD-ID TO WS-HD-ID(WS-IDX)
                           MOVE HD-ACCOUNT-ID
                               TO WS-HD-ACCOUNT-ID(WS-IDX)
                           MOVE HD-TYPE TO WS-HD-TYPE(WS-IDX)
                           MOVE HD-AMOUNT TO WS-HD-AMOUNT(WS-IDX)
                           MOVE HD-PLACED-DATE
                               TO WS-HD-PLACED-DATE(WS-IDX)
                           MOVE HD-RELEASE-DATE
                               TO WS-HD-RELEASE-DATE(WS-IDX)
                           MOVE HD-STATUS TO WS-HD-STATUS(WS-IDX)
                           ADD 1 TO WS-TABLE-COUNT
                           SET WS-IDX UP BY 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       WRITE-UPDATED-HOLDS.
           OPEN OUTPUT HOLD-FILE.
           SET WS-IDX TO 1.
           PERFORM WS-TABLE-COUNT TIMES
               MOVE WS-HD-ID(WS-IDX) TO HD-ID
               MOVE WS-HD-ACCOUNT-ID(WS-IDX) TO HD-ACCOUNT-ID
               MOVE WS-HD-TYPE(WS-IDX) TO HD-TYPE
               MOVE WS-HD-AMOUNT(WS-IDX) TO HD-AMOUNT
               MOVE WS-HD-PLACED-DATE(WS-IDX) TO HD-PLACED-DATE
               MOVE WS-HD-RELEASE-DATE(WS-IDX) TO HD-RELEASE-DATE
               MOVE WS-HD-STATUS(WS-IDX) TO HD-STATUS
               WRITE HOLD-RECORD
               SET WS-IDX UP BY 1
           END-PERFORM.
           CLOSE HOLD-FILE.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "LEGALORD" TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
