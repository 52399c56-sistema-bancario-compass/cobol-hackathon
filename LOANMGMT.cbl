           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANHIST-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-FILE-STATUS.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
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

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-INTEREST-PART        PIC 9(6)V99 VALUE 0.
       01 WS-PRINCIPAL-PART       PIC 9(6)V99 VALUE 0.
       01 WS-PAYOFF-AMOUNT        PIC 9(6)V99 VALUE 0.
       01 WS-ESCROW-PART          PIC 9(6)V99 VALUE 0.
       01 WS-SCHEDULED-TOTAL      PIC 9(6)V99 VALUE 0.
       01 WS-MAXIMUM-PAYMENT      PIC 9(7)V99 VALUE 0.
       01 WS-TAX-PAYEE            PIC X(30) VALUE SPACES.
       01 WS-TAX-AMOUNT           PIC 9(6)V99 VALUE 0.
       01 WS-TAX-FREQ             PIC 9(2) VALUE 0.
       01 WS-TAX-DUE-DATE         PIC 9(8) VALUE 0.
       01 WS-INS-PAYEE            PIC X(30) VALUE SPACES.
       01 WS-INS-AMOUNT           PIC 9(6)V99 VALUE 0.
       01 WS-INS-FREQ             PIC 9(2) VALUE 0.
       01 WS-INS-DUE-DATE         PIC 9(8) VALUE 0.
       01 WS-ESCROW-ANNUAL        PIC 9(7)V99 VALUE 0.
       01 WS-ESCROW-ITEM-OK       PIC X VALUE "N".
       01 WS-CALC-DATE            PIC 9(8) VALUE 0.
       01 WS-CALC-MONTHS          PIC 9(3) VALUE 0.
       01 WS-MONTH-COUNT          PIC 9(6) VALUE 0.
       01 WS-DUE-YEAR             PIC 9(4) VALUE 0.
       01 WS-DUE-MONTH            PIC 9(2) VALUE 0.
       01 WS-DUE-DAY              PIC 9(2) VALUE 0.
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       01 WS-LOANHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HIST-EVENT           PIC X(1) VALUE SPACE.
       01 WS-HIST-PAYMENT         PIC 9(6)V99 VALUE 0.
       01 WS-HIST-INTEREST        PIC 9(6)V99 VALUE 0.
       01 WS-HIST-PRINCIPAL       PIC 9(6)V99 VALUE 0.
       01 WS-HIST-LATE-FEE        PIC 9(6)V99 VALUE 0.
       01 WS-HIST-ESCROW          PIC 9(6)V99 VALUE 0.

       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "LOANMST ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
           05 OC-ID              PIC X(8).
           PERFORM INITIALIZE-LOAN-ID.

           DISPLAY "O: Originate Loan  /  P: Post Payment  /  "
               "I: Loan Inquiry  /  L: Link Payment Account  /  "
               "E: Escrow Setup".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
                   PERFORM LOAN-INQUIRY
               WHEN "L"
                   PERFORM LINK-PAYMENT-ACCOUNT
               WHEN "E"
                   PERFORM ESCROW-SETUP
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.
           MOVE WS-BRANCH TO LN-BRANCH.
           MOVE WS-PAY-ACCOUNT-ID TO LN-PAY-ACCOUNT-ID.
           MOVE 0 TO LN-LATE-FEE-DATE.
           MOVE 0 TO LN-ESCROW-BALANCE.
           MOVE 0 TO LN-ESCROW-MONTHLY.
           MOVE 0 TO LN-ESCROW-ANALYSIS-DATE.
           MOVE SPACES TO LN-TAX-PAYEE.
           MOVE 0 TO LN-TAX-AMOUNT.
           MOVE 0 TO LN-TAX-FREQ.
           MOVE 0 TO LN-TAX-DUE-DATE.
           MOVE SPACES TO LN-INS-PAYEE.
           MOVE 0 TO LN-INS-AMOUNT.
           MOVE 0 TO LN-INS-FREQ.
           MOVE 0 TO LN-INS-DUE-DATE.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "Loan ID already exists."
               NOT INVALID KEY
                   MOVE SPACES TO WS-MJ-BEFORE-IMAGE
                   MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE
                   MOVE "W" TO WS-MJ-ACTION
                   MOVE LN-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
                   MOVE "O" TO WS-HIST-EVENT
                   PERFORM WRITE-LOAN-HISTORY
           END-WRITE.
           CLOSE LOAN-FILE.

               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOAN-RECORD TO WS-MJ-BEFORE-IMAGE.

           COMPUTE WS-INTEREST-PART ROUNDED =
               LN-PRINCIPAL * LN-ANNUAL-RATE / 12.
           COMPUTE WS-PAYOFF-AMOUNT =
               LN-PRINCIPAL + WS-INTEREST-PART.
           COMPUTE WS-SCHEDULED-TOTAL =
               LN-PAYMENT-AMOUNT + LN-ESCROW-MONTHLY.
           COMPUTE WS-MAXIMUM-PAYMENT =
               WS-PAYOFF-AMOUNT + LN-ESCROW-MONTHLY.

           DISPLAY "Scheduled payment: " WS-SCHEDULED-TOTAL
               "  Payoff amount: " WS-PAYOFF-AMOUNT.
           IF LN-ESCROW-MONTHLY > 0
               DISPLAY "  (principal and interest " LN-PAYMENT-AMOUNT
                   " plus escrow " LN-ESCROW-MONTHLY ")"
           END-IF.
           DISPLAY "Enter Payment Amount:".
           ACCEPT WS-PAYMENT.

               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAYMENT > WS-MAXIMUM-PAYMENT
               MOVE WS-MAXIMUM-PAYMENT TO WS-PAYMENT
               DISPLAY "Payment reduced to payoff amount "
                   WS-PAYMENT "."
           END-IF.
               EXIT PARAGRAPH
           END-IF.

      *    Interest first, then escrow, then principal.
           COMPUTE WS-PRINCIPAL-PART =
               WS-PAYMENT - WS-INTEREST-PART.
           MOVE LN-ESCROW-MONTHLY TO WS-ESCROW-PART.
           IF WS-ESCROW-PART > WS-PRINCIPAL-PART
               MOVE WS-PRINCIPAL-PART TO WS-ESCROW-PART
           END-IF.
           SUBTRACT WS-ESCROW-PART FROM WS-PRINCIPAL-PART.
           SUBTRACT WS-PRINCIPAL-PART FROM LN-PRINCIPAL.
           ADD WS-ESCROW-PART TO LN-ESCROW-BALANCE.

           IF LN-PRINCIPAL = 0
               MOVE "C" TO LN-STATUS
               PERFORM ADVANCE-DUE-DATE
           END-IF.
           REWRITE LOAN-RECORD.
           MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE LN-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           CLOSE LOAN-FILE.

           MOVE "P" TO WS-HIST-EVENT.
           MOVE WS-PAYMENT TO WS-HIST-PAYMENT.
           MOVE WS-INTEREST-PART TO WS-HIST-INTEREST.
           MOVE WS-PRINCIPAL-PART TO WS-HIST-PRINCIPAL.
           MOVE WS-ESCROW-PART TO WS-HIST-ESCROW.
           PERFORM WRITE-LOAN-HISTORY.

           MOVE "LOAN PAYMENT" TO WS-AUDIT-ACTION.
           MOVE WS-LOAN-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Pmt " WS-PAYMENT " I " WS-INTEREST-PART
               " P " WS-PRINCIPAL-PART " E " WS-ESCROW-PART
               DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Payment posted. Interest: " WS-INTEREST-PART
               "  Principal: " WS-PRINCIPAL-PART.
           IF WS-ESCROW-PART > 0
               DISPLAY "Escrow deposit: " WS-ESCROW-PART
                   "  Escrow balance: " LN-ESCROW-BALANCE
           END-IF.
           IF LN-STATUS = "C"
               DISPLAY "Loan " WS-LOAN-ID " is paid off and closed."
           ELSE
           DISPLAY "Annual rate: " LN-ANNUAL-RATE
               "  Term: " LN-TERM-MONTHS " months.".
           DISPLAY "Payment amount: " LN-PAYMENT-AMOUNT.
           IF LN-ESCROW-MONTHLY > 0 OR LN-ESCROW-BALANCE NOT = 0
               COMPUTE WS-SCHEDULED-TOTAL =
                   LN-PAYMENT-AMOUNT + LN-ESCROW-MONTHLY
               DISPLAY "Escrow monthly: " LN-ESCROW-MONTHLY
                   "  Total payment: " WS-SCHEDULED-TOTAL
               DISPLAY "Escrow balance: " LN-ESCROW-BALANCE
                   "  Next analysis: " LN-ESCROW-ANALYSIS-DATE
               IF LN-TAX-PAYEE NOT = SPACES
                   DISPLAY "  Tax: " LN-TAX-PAYEE " "
                       LN-TAX-AMOUNT " every " LN-TAX-FREQ
                       " mo, next " LN-TAX-DUE-DATE
               END-IF
               IF LN-INS-PAYEE NOT = SPACES
                   DISPLAY "  Ins: " LN-INS-PAYEE " "
                       LN-INS-AMOUNT " every " LN-INS-FREQ
                       " mo, next " LN-INS-DUE-DATE
               END-IF
           END-IF.
           DISPLAY "Next payment due: " LN-NEXT-DUE-DATE.
           DISPLAY "Status: " LN-STATUS "  Branch: " LN-BRANCH.
           IF LN-PAY-ACCOUNT-ID NOT = 0
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOAN-RECORD TO WS-MJ-BEFORE-IMAGE.

           DISPLAY "Enter Payment Account ID (0 to remove, current: "
               LN-PAY-ACCOUNT-ID "):".

           MOVE WS-PAY-ACCOUNT-ID TO LN-PAY-ACCOUNT-ID.
           REWRITE LOAN-RECORD.
           MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE LN-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           CLOSE LOAN-FILE.

           MOVE "K" TO WS-HIST-EVENT.
           PERFORM WRITE-LOAN-HISTORY.

           MOVE "LOAN PAY ACCT LINKED" TO WS-AUDIT-ACTION.
           MOVE WS-LOAN-ID TO WS-AUDIT-KEY-ID.
           STRING "Payment account " WS-PAY-ACCOUNT-ID
                   " linked to loan " WS-LOAN-ID "."
           END-IF.

      *    Monthly escrow starts at one twelfth of the annual total.
       ESCROW-SETUP.
           DISPLAY "Enter Loan ID:".
           ACCEPT WS-LOAN-ID.

           PERFORM OPEN-LOAN-IO.
           MOVE WS-LOAN-ID TO LN-ID.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Loan not found!"
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF LN-CLOSED
               DISPLAY "Loan is paid off and closed."
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOAN-RECORD TO WS-MJ-BEFORE-IMAGE.

           DISPLAY "Escrow balance: " LN-ESCROW-BALANCE
               "  Monthly escrow: " LN-ESCROW-MONTHLY.

           MOVE SPACES TO WS-TAX-PAYEE.
           MOVE 0 TO WS-TAX-AMOUNT.
           MOVE 0 TO WS-TAX-FREQ.
           MOVE 0 TO WS-TAX-DUE-DATE.
           DISPLAY "Enter Property Tax Payee (blank for none):".
           ACCEPT WS-TAX-PAYEE.
           IF WS-TAX-PAYEE NOT = SPACES
               DISPLAY "Enter Tax Bill Amount:"
               ACCEPT WS-TAX-AMOUNT
               DISPLAY "Enter Months Between Tax Bills (1, 3, 6, 12):"
               ACCEPT WS-TAX-FREQ
               DISPLAY "Enter Next Tax Due Date (YYYYMMDD):"
               ACCEPT WS-TAX-DUE-DATE
               MOVE "Y" TO WS-ESCROW-ITEM-OK
               IF WS-TAX-AMOUNT = 0 OR WS-TAX-DUE-DATE <= WS-DATE
                   MOVE "N" TO WS-ESCROW-ITEM-OK
               END-IF
               IF WS-TAX-FREQ NOT = 1 AND WS-TAX-FREQ NOT = 3
                   AND WS-TAX-FREQ NOT = 6 AND WS-TAX-FREQ NOT = 12
                   MOVE "N" TO WS-ESCROW-ITEM-OK
               END-IF
               IF WS-ESCROW-ITEM-OK = "N"
                   DISPLAY "Tax bill needs an amount, a frequency of "
                       "1, 3, 6 or 12 months and a future due date. "
                       "Escrow setup refused."
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO WS-INS-PAYEE.
           MOVE 0 TO WS-INS-AMOUNT.
           MOVE 0 TO WS-INS-FREQ.
           MOVE 0 TO WS-INS-DUE-DATE.
           DISPLAY "Enter Insurance Payee (blank for none):".
           ACCEPT WS-INS-PAYEE.
           IF WS-INS-PAYEE NOT = SPACES
               DISPLAY "Enter Insurance Premium Amount:"
               ACCEPT WS-INS-AMOUNT
               DISPLAY "Enter Months Between Premiums (1, 3, 6, 12):"
               ACCEPT WS-INS-FREQ
               DISPLAY "Enter Next Premium Due Date (YYYYMMDD):"
               ACCEPT WS-INS-DUE-DATE
               MOVE "Y" TO WS-ESCROW-ITEM-OK
               IF WS-INS-AMOUNT = 0 OR WS-INS-DUE-DATE <= WS-DATE
                   MOVE "N" TO WS-ESCROW-ITEM-OK
               END-IF
               IF WS-INS-FREQ NOT = 1 AND WS-INS-FREQ NOT = 3
                   AND WS-INS-FREQ NOT = 6 AND WS-INS-FREQ NOT = 12
                   MOVE "N" TO WS-ESCROW-ITEM-OK
               END-IF
               IF WS-ESCROW-ITEM-OK = "N"
                   DISPLAY "Premium needs an amount, a frequency of "
                       "1, 3, 6 or 12 months and a future due date. "
                       "Escrow setup refused."
                   CLOSE LOAN-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO WS-ESCROW-ANNUAL.
           IF WS-TAX-PAYEE NOT = SPACES
               COMPUTE WS-ESCROW-ANNUAL = WS-ESCROW-ANNUAL
                   + WS-TAX-AMOUNT * 12 / WS-TAX-FREQ
           END-IF.
           IF WS-INS-PAYEE NOT = SPACES
               COMPUTE WS-ESCROW-ANNUAL = WS-ESCROW-ANNUAL
                   + WS-INS-AMOUNT * 12 / WS-INS-FREQ
           END-IF.

           MOVE WS-TAX-PAYEE TO LN-TAX-PAYEE.
           MOVE WS-TAX-AMOUNT TO LN-TAX-AMOUNT.
           MOVE WS-TAX-FREQ TO LN-TAX-FREQ.
           MOVE WS-TAX-DUE-DATE TO LN-TAX-DUE-DATE.
           MOVE WS-INS-PAYEE TO LN-INS-PAYEE.
           MOVE WS-INS-AMOUNT TO LN-INS-AMOUNT.
           MOVE WS-INS-FREQ TO LN-INS-FREQ.
           MOVE WS-INS-DUE-DATE TO LN-INS-DUE-DATE.
           COMPUTE LN-ESCROW-MONTHLY ROUNDED = WS-ESCROW-ANNUAL / 12.
           IF WS-ESCROW-ANNUAL > 0
               IF LN-ESCROW-ANALYSIS-DATE = 0
                   MOVE WS-DATE TO WS-CALC-DATE
                   MOVE 12 TO WS-CALC-MONTHS
                   PERFORM ADD-MONTHS-TO-DATE
                   MOVE WS-CALC-DATE TO LN-ESCROW-ANALYSIS-DATE
               END-IF
           ELSE
               IF LN-ESCROW-BALANCE NOT = 0
                   MOVE WS-DATE TO LN-ESCROW-ANALYSIS-DATE
               ELSE
                   MOVE 0 TO LN-ESCROW-ANALYSIS-DATE
               END-IF
           END-IF.
           REWRITE LOAN-RECORD.
           MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE LN-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           CLOSE LOAN-FILE.

           MOVE "LOAN ESCROW SETUP" TO WS-AUDIT-ACTION.
           MOVE WS-LOAN-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Annual " WS-ESCROW-ANNUAL " monthly "
               LN-ESCROW-MONTHLY DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           COMPUTE WS-SCHEDULED-TOTAL =
               LN-PAYMENT-AMOUNT + LN-ESCROW-MONTHLY.
           DISPLAY "Escrow updated for loan " WS-LOAN-ID ".".
           DISPLAY "Monthly escrow: " LN-ESCROW-MONTHLY
               "  Total monthly payment: " WS-SCHEDULED-TOTAL.
           IF WS-ESCROW-ANNUAL = 0 AND LN-ESCROW-BALANCE NOT = 0
               DISPLAY "No escrow items remain. The balance will be "
                   "settled at tonight's escrow analysis."
           ELSE
               DISPLAY "Next escrow analysis: "
                   LN-ESCROW-ANALYSIS-DATE
           END-IF.

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

       CHECK-PAY-ACCOUNT.
           MOVE "N" TO WS-PAY-ACCOUNT-OK.
           OPEN INPUT ACCOUNT-FILE.
           END-PERFORM.
           CLOSE BRANCH-FILE.

       WRITE-LOAN-HISTORY.
           OPEN EXTEND LOAN-HISTORY-FILE.
           IF WS-LOANHIST-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
           END-IF.
           MOVE LN-ID TO LH-LOAN-ID.
           MOVE WS-DATE TO LH-DATE.
           MOVE WS-TIME TO LH-TIME.
           MOVE WS-HIST-EVENT TO LH-EVENT.
           MOVE WS-HIST-PAYMENT TO LH-PAYMENT.
           MOVE WS-HIST-INTEREST TO LH-INTEREST.
           MOVE WS-HIST-PRINCIPAL TO LH-PRINCIPAL.
           MOVE WS-HIST-LATE-FEE TO LH-LATE-FEE.
           MOVE WS-HIST-ESCROW TO LH-ESCROW.
           MOVE LN-PRINCIPAL TO LH-BALANCE.
           MOVE LN-PAY-ACCOUNT-ID TO LH-PAY-ACCOUNT-ID.
           MOVE LN-STATUS TO LH-STATUS.
           MOVE "LOANMGMT" TO LH-PROGRAM.
           MOVE OC-ID TO LH-OPERATOR.
           WRITE LOAN-HISTORY-RECORD.
           CLOSE LOAN-HISTORY-FILE.
           MOVE 0 TO WS-HIST-PAYMENT.
           MOVE 0 TO WS-HIST-INTEREST.
           MOVE 0 TO WS-HIST-PRINCIPAL.
           MOVE 0 TO WS-HIST-LATE-FEE.
           MOVE 0 TO WS-HIST-ESCROW.

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "LOANMGMT" TO MJ-PROGRAM.
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
