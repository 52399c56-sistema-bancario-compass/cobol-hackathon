           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DR-STATUS          PIC X(1).
               88 DR-OPEN        VALUE "O".
               88 DR-CLOSED      VALUE "C".
           05 DR-PAID-OUT        PIC 9(8)V99.

       FD BRANCH-FILE.
       01 BRANCH-RECORD.
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

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
           05 PA-KEY-ID          PIC 9(6).
           05 PA-AMOUNT          PIC 9(6)V99.
           05 PA-ORIG-TXN        PIC 9(8).
           05 PA-INIT-OPER       PIC X(8).
           05 PA-STATUS          PIC X(1).
               88 PA-PENDING     VALUE "P".
               88 PA-APPROVED    VALUE "A".
               88 PA-REJECTED    VALUE "R".
           05 PA-APPR-OPER       PIC X(8).

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

       WORKING-STORAGE SECTION.
       01 WS-DRAWER-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-BRANCH-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PENDAPPR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
             10 WS-DR-CASH-IN     PIC 9(8)V99.
             10 WS-DR-CASH-OUT    PIC 9(8)V99.
             10 WS-DR-STATUS      PIC X(1).
             10 WS-DR-PAID-OUT    PIC 9(8)V99.
       01 WS-DRAWER-COUNT         PIC 9(3) VALUE 0.
       01 WS-DRAWER-FULL          PIC X VALUE "N".
       01 WS-WORK-IDX             PIC 9(3) VALUE 0.
       01 WS-TXN-CASH-IN          PIC 9(9)V99 VALUE 0.
       01 WS-TXN-CASH-OUT         PIC 9(9)V99 VALUE 0.

       01 WS-LIMIT-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-OP-TXN-LIMIT         PIC 9(6)V99 VALUE 0.
       01 WS-OP-CASH-LIMIT        PIC 9(8)V99 VALUE 0.
       01 WS-OPERATOR-EOF         PIC X VALUE "N".
       01 WS-PENDING-ID           PIC 9(5) VALUE 1.
       01 WS-PENDING-EOF          PIC X VALUE "N".

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).
                           MOVE DR-CASH-OUT
                               TO WS-DR-CASH-OUT(WS-DR-IDX)
                           MOVE DR-STATUS TO WS-DR-STATUS(WS-DR-IDX)
                           IF DR-PAID-OUT IS NUMERIC
                               MOVE DR-PAID-OUT
                                   TO WS-DR-PAID-OUT(WS-DR-IDX)
                           ELSE
                               MOVE 0 TO WS-DR-PAID-OUT(WS-DR-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-DR-CASH-IN(WS-DR-IDX) TO DR-CASH-IN
               MOVE WS-DR-CASH-OUT(WS-DR-IDX) TO DR-CASH-OUT
               MOVE WS-DR-STATUS(WS-DR-IDX) TO DR-STATUS
               MOVE WS-DR-PAID-OUT(WS-DR-IDX) TO DR-PAID-OUT
               WRITE DRAWER-RECORD
               SET WS-DR-IDX UP BY 1
           END-PERFORM.
           MOVE 0 TO WS-DR-CASH-IN(WS-DR-IDX).
           MOVE 0 TO WS-DR-CASH-OUT(WS-DR-IDX).
           MOVE "O" TO WS-DR-STATUS(WS-DR-IDX).
           MOVE 0 TO WS-DR-PAID-OUT(WS-DR-IDX).
           MOVE "Y" TO WS-FOUND.

       OPEN-DRAWER.
               EXIT PARAGRAPH
           END-IF.

      *    Over-limit vault cash waits for approval in APPROVER.
           IF WS-DIRECTION = "D"
               MOVE OC-ID TO WS-LIMIT-OPERATOR
               PERFORM READ-OPERATOR-LIMITS
               IF WS-OP-TXN-LIMIT > 0
                   AND WS-AMOUNT > WS-OP-TXN-LIMIT
                   PERFORM QUEUE-VAULT-CASH-APPROVAL
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-DIRECTION = "D"
               ADD WS-AMOUNT TO WS-DR-CASH-OUT(WS-DR-IDX)
               SET WS-DR-IDX TO WS-WORK-IDX

           DISPLAY "Transfer recorded.".

       QUEUE-VAULT-CASH-APPROVAL.
           IF WS-AMOUNT > 999999.99
               DISPLAY "Amount exceeds your transfer limit and is "
                   "too large for one approval item. Split the "
                   "transfer."
               EXIT PARAGRAPH
           END-IF.
           PERFORM INITIALIZE-PENDING-ID.
           OPEN EXTEND PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF.
           MOVE WS-PENDING-ID TO PA-ID.
           MOVE WS-DATE TO PA-DATE.
           MOVE WS-TIME TO PA-TIME.
           MOVE "V" TO PA-TYPE.
           MOVE WS-BRANCH TO PA-KEY-ID.
           MOVE WS-AMOUNT TO PA-AMOUNT.
           MOVE 0 TO PA-ORIG-TXN.
           MOVE OC-ID TO PA-INIT-OPER.
           MOVE "P" TO PA-STATUS.
           MOVE SPACES TO PA-APPR-OPER.
           WRITE PENDING-APPROVAL-RECORD.
           CLOSE PENDING-APPROVAL-FILE.

           MOVE "APPROVAL QUEUED" TO WS-AUDIT-ACTION.
           MOVE WS-BRANCH TO WS-AUDIT-KEY-ID.
           STRING "Item " WS-PENDING-ID " type V amount "
               WS-AMOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Amount exceeds your per-transaction limit. "
               "Transfer queued for supervisor approval as item "
               WS-PENDING-ID ".".

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

      *    Zero limits mean no individual limit.
       READ-OPERATOR-LIMITS.
           MOVE 0 TO WS-OP-TXN-LIMIT.
           MOVE 0 TO WS-OP-CASH-LIMIT.
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
                       IF OP-ID = WS-LIMIT-OPERATOR
                           IF OP-TXN-LIMIT IS NUMERIC
                               MOVE OP-TXN-LIMIT TO WS-OP-TXN-LIMIT
                           END-IF
                           IF OP-CASH-LIMIT IS NUMERIC
                               MOVE OP-CASH-LIMIT TO WS-OP-CASH-LIMIT
                           END-IF
                           MOVE "Y" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       CLOSE-DRAWER.
           DISPLAY "Enter Branch Code:".
           ACCEPT WS-BRANCH.
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE.
           IF WS-DR-TELLER(WS-DR-IDX) = WS-VAULT-TELLER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DR-TELLER(WS-DR-IDX) TO WS-LIMIT-OPERATOR.
           PERFORM READ-OPERATOR-LIMITS.
           MOVE WS-DR-PAID-OUT(WS-DR-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO PROOF-REPORT-LINE.
           IF WS-OP-CASH-LIMIT > 0
               AND WS-DR-PAID-OUT(WS-DR-IDX) > WS-OP-CASH-LIMIT
               STRING "  Paid Out " DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      "  ** OVER DAILY CASH LIMIT **"
                          DELIMITED BY SIZE
                      INTO PROOF-REPORT-LINE
           ELSE
               STRING "  Paid Out " DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      INTO PROOF-REPORT-LINE
           END-IF.
           WRITE PROOF-REPORT-LINE.

       SUM-CASH-TRANSACTIONS.
           MOVE 0 TO WS-TXN-CASH-IN.
