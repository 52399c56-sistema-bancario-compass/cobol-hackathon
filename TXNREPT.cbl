           FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD REPORT-FILE.
       01 REPORT-FILE-LINE       PIC X(80).
       01 WS-END-DATE        PIC 9(8).
       01 WS-REPORT-LINE     PIC X(80).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-OWNER-ROLE      PIC X VALUE "P".
       01 WS-OWNER-REPEAT    PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-CUSTOMER-NAME   PIC X(30).
       01 WS-ACCOUNT-TABLE.

       GET-CUSTOMER-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           SET WS-AC-IDX TO 1.
           MOVE "P" TO WS-OWNER-ROLE.
           PERFORM COLLECT-OWNER-ACCOUNTS.
           MOVE "J" TO WS-OWNER-ROLE.
           PERFORM COLLECT-OWNER-ACCOUNTS.
           CLOSE ACCOUNT-FILE.

       COLLECT-OWNER-ACCOUNTS.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND WS-OWNER-REPEAT = "N"
                   AND WS-ACCOUNT-COUNT < 200
                   MOVE AC-ID TO WS-AC-ID(WS-AC-IDX)
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET WS-AC-IDX UP BY 1
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

       GET-ALL-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           SET WS-AC-IDX TO 1.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
           OPEN INPUT ACCOUNT-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
               WHEN TR-WITHDRAW OR TR-PENALTY OR TR-FEE
                   ADD TR-AMOUNT TO WS-TOTAL-WITHDRAWALS
               WHEN (TR-CARRYFWD OR TR-REVERSAL OR TR-EXTERNAL
                   OR TR-CHARGEOFF OR TR-WITHHOLDING)
                   AND TR-CREDIT
                   ADD TR-AMOUNT TO WS-TOTAL-DEPOSITS
               WHEN (TR-CARRYFWD OR TR-REVERSAL OR TR-EXTERNAL
                   OR TR-CHARGEOFF OR TR-WITHHOLDING)
                   AND TR-DEBIT
                   ADD TR-AMOUNT TO WS-TOTAL-WITHDRAWALS
           END-EVALUATE.
                   WHEN TR-WITHDRAW OR TR-PENALTY OR TR-FEE
                       ADD TR-AMOUNT TO WS-AC-WITHDRAWALS(WS-AC-IDX)
                   WHEN (TR-TRANSFER OR TR-CARRYFWD OR TR-REVERSAL
                       OR TR-EXTERNAL OR TR-CHARGEOFF
                       OR TR-WITHHOLDING)
                       AND TR-DEBIT
                       ADD TR-AMOUNT TO WS-AC-WITHDRAWALS(WS-AC-IDX)
                   WHEN (TR-TRANSFER OR TR-CARRYFWD OR TR-REVERSAL
                       OR TR-EXTERNAL OR TR-CHARGEOFF
                       OR TR-WITHHOLDING)
                       AND TR-CREDIT
                       ADD TR-AMOUNT TO WS-AC-DEPOSITS(WS-AC-IDX)
               END-EVALUATE
