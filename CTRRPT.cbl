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
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CTR-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCHK-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
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

       FD CTR-REPORT-FILE.
       01 CTR-REPORT-LINE        PIC X(80).

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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-OFFCHK-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-REPORT-DATE          PIC 9(8) VALUE 0.
       01 WS-CTR-THRESHOLD        PIC 9(6)V99 VALUE 10000.00.

       01 WS-ACCOUNTS-OPEN        PIC X VALUE "N".

       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 500 TIMES INDEXED BY WS-CU-IDX.
             10 WS-CU-ID          PIC 9(5).
             10 WS-CU-NAME        PIC X(30).
             10 WS-CU-DEPOSITS    PIC 9(8)V99.
             10 WS-CU-WITHDRAWALS PIC 9(8)V99.
             10 WS-CU-TXN-COUNT   PIC 9(4).
             10 WS-CU-CHECKS      PIC 9(8)V99.
       01 WS-CUST-COUNT           PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL           PIC X VALUE "N".

       01 WS-WORK-CUST-ID         PIC 9(5) VALUE 0.
       01 WS-WORK-NAME            PIC X(30) VALUE SPACES.
       01 WS-WORK-AMOUNT          PIC 9(6)V99 VALUE 0.
       01 WS-WORK-FLOW            PIC X VALUE "I".
       01 WS-REPORTED-COUNT       PIC 9(3) VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-AMOUNT-2   PIC Z,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM AGGREGATE-CASH-ACTIVITY.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "More than 500 customers had cash activity. "
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

       AGGREGATE-CASH-ACTIVITY.
           MOVE "N" TO WS-ACCOUNTS-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-DATE = WS-REPORT-DATE
                           AND (TR-DEPOSIT OR TR-WITHDRAW)
                           PERFORM TALLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           IF WS-ACCOUNTS-OPEN = "Y"
               CLOSE ACCOUNT-FILE
           END-IF.
           PERFORM AGGREGATE-CASH-CHECKS.

      *    Cash official checks, by customer ID or purchaser name.
       AGGREGATE-CASH-CHECKS.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS NOT = "00"
               CLOSE OFFICIAL-CHECK-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OFFICIAL-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OK-ISSUE-DATE = WS-REPORT-DATE
                           AND OK-FROM-CASH
                           PERFORM TALLY-ONE-CASH-CHECK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.

       TALLY-ONE-CASH-CHECK.
           MOVE OK-CUST-ID TO WS-WORK-CUST-ID.
           IF OK-CUST-ID = 0
               MOVE OK-PURCHASER TO WS-WORK-NAME
           ELSE
               MOVE SPACES TO WS-WORK-NAME
           END-IF.
           MOVE OK-AMOUNT TO WS-WORK-AMOUNT.
           MOVE "I" TO WS-WORK-FLOW.
           PERFORM TALLY-FOR-CUSTOMER.
           IF WS-TABLE-FULL = "N"
               ADD OK-AMOUNT TO WS-CU-CHECKS(WS-CU-IDX)
           END-IF.

       TALLY-ONE-TRANSACTION.
           PERFORM FIND-ACCOUNT-OWNERS.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-WORK-NAME.
           MOVE TR-AMOUNT TO WS-WORK-AMOUNT.
           IF TR-DEPOSIT
               MOVE "I" TO WS-WORK-FLOW
           ELSE
               MOVE "O" TO WS-WORK-FLOW
           END-IF.
           MOVE AC-CUST-ID TO WS-WORK-CUST-ID.
           PERFORM TALLY-FOR-CUSTOMER.
           IF AC-JOINT-CUST-ID NOT = 0
               MOVE AC-JOINT-CUST-ID TO WS-WORK-CUST-ID
               PERFORM TALLY-FOR-CUSTOMER
           END-IF.

       FIND-ACCOUNT-OWNERS.
           MOVE "N" TO WS-FOUND.
           IF WS-ACCOUNTS-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       TALLY-FOR-CUSTOMER.
           MOVE "N" TO WS-FOUND.
           PERFORM UNTIL WS-CU-IDX > WS-CUST-COUNT
               OR WS-FOUND = "Y"
               IF WS-CU-ID(WS-CU-IDX) = WS-WORK-CUST-ID
                   AND WS-CU-NAME(WS-CU-IDX) = WS-WORK-NAME
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-CU-IDX UP BY 1
               ADD 1 TO WS-CUST-COUNT
               SET WS-CU-IDX TO WS-CUST-COUNT
               MOVE WS-WORK-CUST-ID TO WS-CU-ID(WS-CU-IDX)
               MOVE WS-WORK-NAME TO WS-CU-NAME(WS-CU-IDX)
               MOVE 0 TO WS-CU-DEPOSITS(WS-CU-IDX)
               MOVE 0 TO WS-CU-WITHDRAWALS(WS-CU-IDX)
               MOVE 0 TO WS-CU-TXN-COUNT(WS-CU-IDX)
               MOVE 0 TO WS-CU-CHECKS(WS-CU-IDX)
           END-IF.
           IF WS-WORK-FLOW = "I"
               ADD WS-WORK-AMOUNT TO WS-CU-DEPOSITS(WS-CU-IDX)
           ELSE
               ADD WS-WORK-AMOUNT TO WS-CU-WITHDRAWALS(WS-CU-IDX)
           END-IF.
           ADD 1 TO WS-CU-TXN-COUNT(WS-CU-IDX).


       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-REPORTED-COUNT.
           IF WS-CU-ID(WS-CU-IDX) = 0
               STRING "Non-customer " DELIMITED BY SIZE
                      WS-CU-NAME(WS-CU-IDX) DELIMITED BY SIZE
                      INTO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE
               MOVE "  (no address on file - see teller records)"
                   TO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE
           ELSE
               PERFORM GET-CUSTOMER-DETAILS
               STRING "Customer " DELIMITED BY SIZE
                      WS-CU-ID(WS-CU-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CR-NAME DELIMITED BY SIZE
                      INTO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      CR-ADDRESS DELIMITED BY SIZE
                      INTO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      CR-CITY DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      CR-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CR-ZIP DELIMITED BY SIZE
                      INTO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE
           END-IF.
           MOVE WS-CU-DEPOSITS(WS-CU-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-CU-WITHDRAWALS(WS-CU-IDX) TO WS-FORMATTED-AMOUNT-2.
           STRING "  Deposits $" DELIMITED BY SIZE
                  WS-CU-TXN-COUNT(WS-CU-IDX) DELIMITED BY SIZE
                  INTO CTR-REPORT-LINE.
           WRITE CTR-REPORT-LINE.
           IF WS-CU-CHECKS(WS-CU-IDX) > 0
               MOVE WS-CU-CHECKS(WS-CU-IDX) TO WS-FORMATTED-AMOUNT
               STRING "  Deposits include official checks bought "
                      "with cash $" DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      INTO CTR-REPORT-LINE
               WRITE CTR-REPORT-LINE
           END-IF.

       GET-CUSTOMER-DETAILS.
           MOVE SPACES TO CR-NAME.
