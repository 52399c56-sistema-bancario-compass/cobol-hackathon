           FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANHIST-FILE-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERTQ-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
               88 AL-CD-MATURITY VALUE "M".
               88 AL-LARGE-TXN   VALUE "X".
               88 AL-LOAN-PAST-DUE VALUE "P".
               88 AL-CONTACT-CHANGE VALUE "C".
           05 AL-AMOUNT          PIC 9(6)V99.
           05 AL-SENT            PIC X(1).
               88 AL-IS-SENT     VALUE "Y".
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
       01 WS-EODSTAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-DAYS-PAST-DUE        PIC 9(5) VALUE 0.
       01 WS-LATE-FEE-AMOUNT      PIC 9(4)V99 VALUE 25.00.
       01 WS-NEWLY-PAST-DUE       PIC X VALUE "N".
       01 WS-FEE-CHARGED          PIC X VALUE "N".

       01 WS-BUCKET-1-29          PIC 9(5) VALUE 0.
       01 WS-BUCKET-30-59         PIC 9(5) VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           CLOSE LOAN-FILE.

       AGE-ONE-LOAN.
           MOVE LOAN-RECORD TO WS-MJ-BEFORE-IMAGE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE).
           COMPUTE WS-DUE-INTEGER =
           ADD LN-PRINCIPAL TO WS-PAST-DUE-PRINCIPAL.

           MOVE "N" TO WS-NEWLY-PAST-DUE.
           MOVE "N" TO WS-FEE-CHARGED.
           IF LN-ACTIVE
               MOVE "Y" TO WS-NEWLY-PAST-DUE
               MOVE "P" TO LN-STATUS
           IF LN-LATE-FEE-DATE NOT = LN-NEXT-DUE-DATE
               ADD WS-LATE-FEE-AMOUNT TO LN-PRINCIPAL
               MOVE LN-NEXT-DUE-DATE TO LN-LATE-FEE-DATE
               MOVE "Y" TO WS-FEE-CHARGED
               ADD 1 TO WS-FEES-ASSESSED
               ADD WS-LATE-FEE-AMOUNT TO WS-FEES-TOTAL
               MOVE "LOAN LATE FEE" TO WS-AUDIT-ACTION
           END-IF.

           REWRITE LOAN-RECORD.
           IF WS-NEWLY-PAST-DUE = "Y" OR WS-FEE-CHARGED = "Y"
               MOVE LOAN-RECORD TO WS-MJ-AFTER-IMAGE
               MOVE "R" TO WS-MJ-ACTION
               MOVE LN-ID TO WS-MJ-KEY
               PERFORM RECORD-MASTER-IMAGE
           END-IF.

           IF WS-FEE-CHARGED = "Y"
               MOVE "F" TO WS-HIST-EVENT
               MOVE WS-LATE-FEE-AMOUNT TO WS-HIST-LATE-FEE
               PERFORM WRITE-LOAN-HISTORY
           END-IF.
           IF WS-NEWLY-PAST-DUE = "Y"
               MOVE "S" TO WS-HIST-EVENT
               PERFORM WRITE-LOAN-HISTORY
           END-IF.

           IF WS-NEWLY-PAST-DUE = "Y"
               OR WS-DAYS-PAST-DUE = 30
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
           MOVE "LOANAGE " TO LH-PROGRAM.
           MOVE "SYSTEM  " TO LH-OPERATOR.
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
           MOVE "LOANAGE " TO MJ-PROGRAM.
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
