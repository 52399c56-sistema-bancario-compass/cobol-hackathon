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
           FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANHIST-FILE-STATUS.
           SELECT DRAFT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
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
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
               88 ES-ATTENTION   VALUE "A".
           05 ES-DETAIL          PIC X(60).

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
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-LOAN-BEFORE-IMAGE PIC X(400) VALUE SPACES.
       01 WS-LOAN-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-PAYMENT              PIC 9(6)V99 VALUE 0.
       01 WS-INTEREST-PART        PIC 9(6)V99 VALUE 0.
       01 WS-PRINCIPAL-PART       PIC 9(6)V99 VALUE 0.
       01 WS-ESCROW-PART          PIC 9(6)V99 VALUE 0.
       01 WS-PAYOFF-AMOUNT        PIC 9(6)V99 VALUE 0.
       01 WS-POST-OK              PIC X VALUE "N".
       01 WS-FAIL-REASON          PIC X(30) VALUE SPACES.
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       01 WS-LOANHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HIST-EVENT           PIC X(1) VALUE SPACE.
       01 WS-HIST-PAYMENT         PIC 9(6)V99 VALUE 0.
       01 WS-HIST-INTEREST        PIC 9(6)V99 VALUE 0.
       01 WS-HIST-PRINCIPAL       PIC 9(6)V99 VALUE 0.
       01 WS-HIST-LATE-FEE        PIC 9(6)V99 VALUE 0.
       01 WS-HIST-ESCROW          PIC 9(6)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           END-PERFORM.
           CLOSE LOAN-FILE.

      *    Interest first, then escrow, then principal.
       DRAFT-ONE-LOAN.
           MOVE LOAN-RECORD TO WS-LOAN-BEFORE-IMAGE.
           MOVE LN-PAY-ACCOUNT-ID TO WS-PAY-ACCOUNT-ID.
           COMPUTE WS-INTEREST-PART ROUNDED =
               LN-PRINCIPAL * LN-ANNUAL-RATE / 12.
               PERFORM REPORT-FAILED-DRAFT
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-ESCROW-MONTHLY TO WS-ESCROW-PART.
           ADD WS-ESCROW-PART TO WS-PAYMENT.

           PERFORM DEBIT-PAYMENT-ACCOUNT.
           IF WS-POST-OK = "N"
           PERFORM RECORD-DRAFT-TRANSACTION.

           COMPUTE WS-PRINCIPAL-PART =
               WS-PAYMENT - WS-INTEREST-PART - WS-ESCROW-PART.
           SUBTRACT WS-PRINCIPAL-PART FROM LN-PRINCIPAL.
           ADD WS-ESCROW-PART TO LN-ESCROW-BALANCE.
           IF LN-PRINCIPAL = 0
               MOVE "C" TO LN-STATUS
               ADD 1 TO WS-LOANS-CLOSED
               PERFORM ADVANCE-DUE-DATE
           END-IF.
           REWRITE LOAN-RECORD.
           MOVE "LOANMST " TO WS-MJ-FILE-ID.
           MOVE WS-LOAN-BEFORE-IMAGE TO WS-MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE LN-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.

           MOVE "D" TO WS-HIST-EVENT.
           MOVE WS-PAYMENT TO WS-HIST-PAYMENT.
           MOVE WS-INTEREST-PART TO WS-HIST-INTEREST.
           MOVE WS-PRINCIPAL-PART TO WS-HIST-PRINCIPAL.
           MOVE WS-ESCROW-PART TO WS-HIST-ESCROW.
           PERFORM WRITE-LOAN-HISTORY.

           ADD 1 TO WS-DRAFTS-POSTED.
           ADD WS-PAYMENT TO WS-DRAFT-TOTAL.

           MOVE "LOAN AUTO DRAFT" TO WS-AUDIT-ACTION.
           MOVE LN-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Pmt " WS-PAYMENT " I " WS-INTEREST-PART
               " P " WS-PRINCIPAL-PART " E " WS-ESCROW-PART
               DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

                   MOVE "Payment account not on file"
                       TO WS-FAIL-REASON
               NOT INVALID KEY
                   IF AC-FROZEN
                       MOVE "Payment account frozen"
                           TO WS-FAIL-REASON
                   ELSE
                       IF NOT AC-OPEN
                           MOVE "Payment account not open"
                               TO WS-FAIL-REASON
                       ELSE
                           COMPUTE WS-AVAILABLE-BALANCE =
                               AC-BALANCE - WS-HOLD-TOTAL
                           IF WS-PAYMENT > WS-AVAILABLE-BALANCE
                               MOVE "Insufficient available funds"
                                   TO WS-FAIL-REASON
                           ELSE
                               MOVE ACCOUNT-RECORD
                                   TO WS-MJ-BEFORE-IMAGE
                               SUBTRACT WS-PAYMENT FROM AC-BALANCE
                               MOVE AC-BRANCH TO WS-BRANCH
                               MOVE ACCOUNT-RECORD
                                   TO WS-MJ-AFTER-IMAGE
                               REWRITE ACCOUNT-RECORD
                               MOVE "ACCOUNT " TO WS-MJ-FILE-ID
                               MOVE "R" TO WS-MJ-ACTION
                               MOVE AC-ID TO WS-MJ-KEY
                               PERFORM RECORD-MASTER-IMAGE
                               MOVE "Y" TO WS-POST-OK
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

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
           MOVE "LOANDRFT" TO LH-PROGRAM.
           MOVE "SYSTEM  " TO LH-OPERATOR.
           WRITE LOAN-HISTORY-RECORD.
           CLOSE LOAN-HISTORY-FILE.
           MOVE 0 TO WS-HIST-PAYMENT.
           MOVE 0 TO WS-HIST-INTEREST.
           MOVE 0 TO WS-HIST-PRINCIPAL.
           MOVE 0 TO WS-HIST-LATE-FEE.
           MOVE 0 TO WS-HIST-ESCROW.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
