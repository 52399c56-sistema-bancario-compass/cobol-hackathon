           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANMST.dat"
           ORGANIZATION IS INDEXED
           FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANHIST-FILE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.
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

       FD LOAN-FILE.
       01 LOAN-RECORD.
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

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
       01 WS-BRANCH-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       01 WS-LOANHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HIST-EVENT           PIC X(1) VALUE SPACE.
       01 WS-HIST-PAYMENT         PIC 9(6)V99 VALUE 0.
       01 WS-HIST-INTEREST        PIC 9(6)V99 VALUE 0.
       01 WS-HIST-PRINCIPAL       PIC 9(6)V99 VALUE 0.
       01 WS-HIST-LATE-FEE        PIC 9(6)V99 VALUE 0.
       01 WS-HIST-ESCROW          PIC 9(6)V99 VALUE 0.

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
           05 OC-ID              PIC X(8).
                           MOVE ACCOUNT-RECORD
                               TO WS-MJ-AFTER-IMAGE
                           REWRITE ACCOUNT-RECORD
                           MOVE "ACCOUNT " TO WS-MJ-FILE-ID
                           MOVE "R" TO WS-MJ-ACTION
                           MOVE AC-ID TO WS-MJ-KEY
                           PERFORM RECORD-MASTER-IMAGE
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-BRANCH = WS-FROM-BRANCH
                           MOVE LOAN-RECORD TO WS-MJ-BEFORE-IMAGE
                           MOVE WS-TO-BRANCH TO LN-BRANCH
                           MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE
                           REWRITE LOAN-RECORD
                           MOVE "LOANMST " TO WS-MJ-FILE-ID
                           MOVE "R" TO WS-MJ-ACTION
                           MOVE LN-ID TO WS-MJ-KEY
                           PERFORM RECORD-MASTER-IMAGE
                           ADD 1 TO WS-LOANS-MOVED
                           MOVE "B" TO WS-HIST-EVENT
                           PERFORM WRITE-LOAN-HISTORY
                           MOVE "LOAN BRANCH MOVED" TO
                               WS-AUDIT-ACTION
                           MOVE LN-ID TO WS-AUDIT-KEY-ID
           WRITE MASTER-JOURNAL-RECORD.
           CLOSE MASTER-JOURNAL-FILE.

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
           MOVE "BRMAINT " TO LH-PROGRAM.
           MOVE OC-ID TO LH-OPERATOR.
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
