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
           RECORD KEY IS TR-ID
           ALTERNATE RECORD KEY IS TR-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT EXTERNAL-ITEM-FILE ASSIGN TO "EXTITEM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTITEM-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEESCHED-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 NC-PENDING     VALUE "P".
               88 NC-REVIEWED    VALUE "V".

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-ID              PIC 9(6).
           05 SU-OPEN-DATE       PIC 9(8).
           05 SU-SOURCE          PIC X(8).
           05 SU-CLASS           PIC X(1).
               88 SU-CLEARING    VALUE "C".
               88 SU-MEMO        VALUE "M".
           05 SU-DIRECTION       PIC X(1).
               88 SU-FUNDS-HELD  VALUE "+".
               88 SU-FUNDS-OWED  VALUE "-".
           05 SU-ACCOUNT-ID      PIC 9(6).
           05 SU-FROM-ACCOUNT    PIC 9(6).
           05 SU-AMOUNT          PIC 9(6)V99.
           05 SU-REASON          PIC X(35).
           05 SU-REFERENCE       PIC X(17).
           05 SU-STATUS          PIC X(1).
               88 SU-OPEN        VALUE "O".
               88 SU-POSTED      VALUE "P".
               88 SU-RETURNED    VALUE "R".
               88 SU-WRITTEN-OFF VALUE "W".
           05 SU-STATUS-DATE     PIC 9(8).
           05 SU-OPERATOR        PIC X(8).

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
               88 TR-IS-REVERSED VALUE "Y".
           05 TR-BRANCH          PIC 9(3).

       FD EXTERNAL-ITEM-FILE.
       01 EXTERNAL-ITEM-RECORD.
           05 EX-TR-ID           PIC 9(8).
           05 EX-ACCOUNT-ID      PIC 9(6).
           05 EX-DATE            PIC 9(8).
           05 EX-AMOUNT          PIC 9(6)V99.
           05 EX-ORIGIN          PIC X(1).
               88 EX-ACH         VALUE "A".
               88 EX-CARD-POS    VALUE "P".
               88 EX-CARD-ATM    VALUE "T".

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
           05 TC-NEXT-TR-ID      PIC 9(8).

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

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-CODE            PIC X(4).
           05 FS-ACCOUNT-TYPE    PIC X(1).
           05 FS-AMOUNT          PIC 9(4)V99.
           05 FS-MIN-BALANCE     PIC 9(6)V99.
           05 FS-WAIVE-BALANCE   PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01 WS-EXTITEM-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EXT-ORIGIN           PIC X(1) VALUE "A".
       01 WS-TXN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-IN-FILE-STATUS       PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.
       01 WS-FILE-ACCEPTED        PIC X VALUE "N".
       01 WS-BRANCH               PIC 9(3) VALUE 1.
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ODP-COUNT            PIC 9(6) VALUE 0.
       01 WS-FEESCHED-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ODP-ACCOUNT-ID   PIC 9(6) VALUE 0.
       01 WS-ODP-CHECKING-ID  PIC 9(6) VALUE 0.
       01 WS-ODP-SHORTFALL    PIC S9(8)V99 VALUE 0.
       01 WS-ODP-OD-ALLOWED   PIC 9(6)V99 VALUE 0.
       01 WS-ODP-AVAILABLE    PIC S9(8)V99 VALUE 0.
       01 WS-ODP-HOLD-TOTAL   PIC 9(8)V99 VALUE 0.
       01 WS-ODP-TRANSFER     PIC 9(6)V99 VALUE 0.
       01 WS-ODP-FEE          PIC 9(4)V99 VALUE 0.
       01 WS-ODP-FEE-CODE     PIC X(4) VALUE "ODPT".
       01 WS-ODP-FOUND        PIC X VALUE "N".
       01 WS-ODP-SWEPT        PIC X VALUE "N".
       01 WS-ODP-EOF          PIC X VALUE "N".
       01 WS-ODP-SAVINGS-BRANCH PIC 9(3) VALUE 1.
       01 WS-ODP-CHECKING-BRANCH PIC 9(3) VALUE 1.
       01 WS-ODP-DEBIT-TXN-ID PIC 9(8) VALUE 0.

       01 WS-QUEUE-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-NOC-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-QUEUE-COUNT          PIC 9(3) VALUE 0.
       01 WS-QUEUE-FULL           PIC X VALUE "N".

       01 WS-SUSPENSE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SUSPENSE-ID          PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-EOF         PIC X VALUE "N".
       01 WS-SUSPENSE-COUNT       PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-SUSP-SOURCE          PIC X(8) VALUE SPACES.
       01 WS-SUSP-CLASS           PIC X(1) VALUE "C".
       01 WS-SUSP-DIRECTION       PIC X(1) VALUE SPACE.
       01 WS-SUSP-ACCOUNT-ID      PIC 9(6) VALUE 0.
       01 WS-SUSP-FROM-ACCOUNT    PIC 9(6) VALUE 0.
       01 WS-SUSP-AMOUNT          PIC 9(6)V99 VALUE 0.
       01 WS-SUSP-REASON          PIC X(35) VALUE SPACES.
       01 WS-SUSP-REFERENCE       PIC X(17) VALUE SPACES.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).
           DISPLAY "Returns processed: " WS-RETURN-COUNT
               "  Unmatched: " WS-RETURN-UNMATCHED.
           DISPLAY "NOCs queued for review: " WS-NOC-COUNT.
           DISPLAY "Overdraft protection transfers: " WS-ODP-COUNT.
           DISPLAY "Items placed in suspense: " WS-SUSPENSE-COUNT
               "  Total: " WS-SUSPENSE-TOTAL.
           DISPLAY "Rejects file: " WS-REJECT-FILENAME.
           DISPLAY "Return report: " WS-RETURN-FILENAME.
           DISPLAY "===================================".
               PERFORM RECORD-EXTERNAL-TRANSACTION
           ELSE
               PERFORM WRITE-REJECT
               PERFORM SUSPEND-REJECTED-DETAIL
           END-IF.

       POST-ONE-DETAIL.
           MOVE "N" TO WS-POST-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           IF AD-DEBIT
               PERFORM CHECK-OVERDRAFT-PROTECTION
           END-IF.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
                   IF AC-STATUS = "C"
                       MOVE "Account is closed" TO WS-REJECT-REASON
                   ELSE
                       IF AD-DEBIT AND AC-FROZEN
                           MOVE "Account is frozen"
                               TO WS-REJECT-REASON
                       ELSE
                       IF AD-DEBIT AND AC-STATUS NOT = "O"
                           MOVE "Account is dormant"
                               TO WS-REJECT-REASON
                           MOVE "Y" TO WS-POST-OK
                       END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.

       CHECK-OVERDRAFT-PROTECTION.
           MOVE 0 TO WS-ODP-ACCOUNT-ID.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-CHECKING AND AC-OPEN
                       AND AD-AMOUNT > AC-BALANCE
                       COMPUTE WS-ODP-SHORTFALL =
                           AD-AMOUNT - AC-BALANCE
                       MOVE AC-ODP-ACCOUNT-ID TO WS-ODP-ACCOUNT-ID
                       MOVE 0 TO WS-ODP-OD-ALLOWED
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.
           IF WS-ODP-ACCOUNT-ID NOT = 0
               MOVE WS-ACCOUNT-ID TO WS-ODP-CHECKING-ID
               PERFORM OVERDRAFT-PROTECTION-SWEEP
               IF WS-ODP-SWEPT = "Y"
                   ADD 1 TO WS-ODP-COUNT
               END-IF
           END-IF.

       RECORD-EXTERNAL-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           PERFORM RECORD-ITEM-ORIGIN.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.
                  INTO ACH-REJECT-LINE.
           WRITE ACH-REJECT-LINE.

      *    Held in suspense in the direction the money moved.
       SUSPEND-REJECTED-DETAIL.
           MOVE "ACHIMP  " TO WS-SUSP-SOURCE.
           MOVE "C" TO WS-SUSP-CLASS.
           IF AD-CREDIT
               MOVE "+" TO WS-SUSP-DIRECTION
           ELSE
               MOVE "-" TO WS-SUSP-DIRECTION
           END-IF.
           MOVE AD-ACCOUNT-ID TO WS-SUSP-ACCOUNT-ID.
           MOVE 0 TO WS-SUSP-FROM-ACCOUNT.
           MOVE AD-AMOUNT TO WS-SUSP-AMOUNT.
           MOVE WS-REJECT-REASON TO WS-SUSP-REASON.
           MOVE AD-DEST-ACCOUNT TO WS-SUSP-REFERENCE.
           PERFORM WRITE-SUSPENSE-ITEM.

      *    An unmatched return is held against the sending export.
       SUSPEND-UNPOSTED-RETURN.
           MOVE "ACHEXP  " TO WS-SUSP-SOURCE.
           MOVE "C" TO WS-SUSP-CLASS.
           MOVE "+" TO WS-SUSP-DIRECTION.
           MOVE AR-ACCOUNT-ID TO WS-SUSP-ACCOUNT-ID.
           MOVE 0 TO WS-SUSP-FROM-ACCOUNT.
           MOVE AR-AMOUNT TO WS-SUSP-AMOUNT.
           MOVE SPACES TO WS-SUSP-REFERENCE.
           STRING "RETURN " DELIMITED BY SIZE
                  AR-REASON DELIMITED BY SIZE
                  INTO WS-SUSP-REFERENCE.
           PERFORM WRITE-SUSPENSE-ITEM.

      *    Numbered on from the highest ID on SUSPENSE.dat.
       ASSIGN-SUSPENSE-ID.
           MOVE 0 TO WS-SUSPENSE-ID.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE "N" TO WS-SUSPENSE-EOF
               PERFORM UNTIL WS-SUSPENSE-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-SUSPENSE-EOF
                       NOT AT END
                           IF SU-ID > WS-SUSPENSE-ID
                               MOVE SU-ID TO WS-SUSPENSE-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-FILE.
           ADD 1 TO WS-SUSPENSE-ID.

      *    A settled item with no account to post to.
       WRITE-SUSPENSE-ITEM.
           IF WS-SUSPENSE-ID = 0
               PERFORM ASSIGN-SUSPENSE-ID
           END-IF.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE WS-SUSPENSE-ID TO SU-ID.
           MOVE WS-DATE TO SU-OPEN-DATE.
           MOVE WS-SUSP-SOURCE TO SU-SOURCE.
           MOVE WS-SUSP-CLASS TO SU-CLASS.
           MOVE WS-SUSP-DIRECTION TO SU-DIRECTION.
           MOVE WS-SUSP-ACCOUNT-ID TO SU-ACCOUNT-ID.
           MOVE WS-SUSP-FROM-ACCOUNT TO SU-FROM-ACCOUNT.
           MOVE WS-SUSP-AMOUNT TO SU-AMOUNT.
           MOVE WS-SUSP-REASON TO SU-REASON.
           MOVE WS-SUSP-REFERENCE TO SU-REFERENCE.
           MOVE "O" TO SU-STATUS.
           MOVE WS-DATE TO SU-STATUS-DATE.
           MOVE "SYSTEM  " TO SU-OPERATOR.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPENSE-FILE.
           ADD 1 TO WS-SUSPENSE-ID.
           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD WS-SUSP-AMOUNT TO WS-SUSPENSE-TOTAL.

       LOAD-QUEUE-TABLE.
           MOVE 0 TO WS-QUEUE-COUNT.
           MOVE "N" TO WS-QUEUE-FULL.
               STRING "Amount " AR-AMOUNT " reason " AR-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
               PERFORM RECORD-AUDIT-ENTRY
               MOVE "Return not matched to queue"
                   TO WS-SUSP-REASON
               PERFORM SUSPEND-UNPOSTED-RETURN
               EXIT PARAGRAPH
           END-IF.

                      " account missing or closed" DELIMITED BY SIZE
                      INTO ACH-RETURN-REPORT-LINE
               WRITE ACH-RETURN-REPORT-LINE
               MOVE "Return account missing or closed"
                   TO WS-SUSP-REASON
               PERFORM SUSPEND-UNPOSTED-RETURN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO TR-REVERSED.
           MOVE WS-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           PERFORM RECORD-ITEM-ORIGIN.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       RECORD-ITEM-ORIGIN.
           OPEN EXTEND EXTERNAL-ITEM-FILE.
           IF WS-EXTITEM-FILE-STATUS = "35"
               OPEN OUTPUT EXTERNAL-ITEM-FILE
           END-IF.
           MOVE TR-ID TO EX-TR-ID.
           MOVE TR-ACCOUNT-ID TO EX-ACCOUNT-ID.
           MOVE TR-DATE TO EX-DATE.
           MOVE TR-AMOUNT TO EX-AMOUNT.
           MOVE WS-EXT-ORIGIN TO EX-ORIGIN.
           WRITE EXTERNAL-ITEM-RECORD.
           CLOSE EXTERNAL-ITEM-FILE.

       PROCESS-ONE-NOC.
           MOVE AN-ACCOUNT-ID TO WS-ACCOUNT-ID.
           MOVE AN-AMOUNT TO WS-MATCH-AMOUNT.
               TO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       OVERDRAFT-PROTECTION-SWEEP.
      *    Covers a checking shortfall from the linked savings account.
           MOVE "N" TO WS-ODP-SWEPT.
           MOVE 0 TO WS-ODP-TRANSFER.
           IF WS-ODP-ACCOUNT-ID = 0
               OR WS-ODP-ACCOUNT-ID = WS-ODP-CHECKING-ID
               OR WS-ODP-SHORTFALL NOT > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-ODP-TRANSFER-FEE.
           PERFORM COMPUTE-ODP-HOLDS.

           MOVE "N" TO WS-ODP-FOUND.
           OPEN I-O ACCOUNT-FILE.
           MOVE WS-ODP-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-SAVINGS AND AC-OPEN
                       MOVE "Y" TO WS-ODP-FOUND
                       COMPUTE WS-ODP-AVAILABLE = AC-BALANCE
                           - WS-ODP-HOLD-TOTAL - WS-ODP-FEE
                       MOVE AC-BRANCH TO WS-ODP-SAVINGS-BRANCH
                   END-IF
           END-READ.
           IF WS-ODP-FOUND = "N" OR WS-ODP-AVAILABLE NOT > 0
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ODP-AVAILABLE < WS-ODP-SHORTFALL
               MOVE WS-ODP-AVAILABLE TO WS-ODP-TRANSFER
           ELSE
               MOVE WS-ODP-SHORTFALL TO WS-ODP-TRANSFER
           END-IF.
           IF WS-ODP-SHORTFALL - WS-ODP-TRANSFER > WS-ODP-OD-ALLOWED
               MOVE 0 TO WS-ODP-TRANSFER
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE.
           SUBTRACT WS-ODP-TRANSFER FROM AC-BALANCE.
           SUBTRACT WS-ODP-FEE FROM AC-BALANCE.
           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE ACCOUNT-RECORD.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE AC-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.

           MOVE WS-ODP-CHECKING-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   ADD WS-ODP-TRANSFER TO AC-BALANCE
                   MOVE AC-BRANCH TO WS-ODP-CHECKING-BRANCH
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
           END-READ.
           CLOSE ACCOUNT-FILE.
           MOVE "Y" TO WS-ODP-SWEPT.
           PERFORM RECORD-ODP-TRANSACTIONS.

           MOVE "OD PROTECTION XFER" TO WS-AUDIT-ACTION.
           MOVE WS-ODP-CHECKING-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Amt " WS-ODP-TRANSFER " from " WS-ODP-ACCOUNT-ID
               " fee " WS-ODP-FEE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       LOOKUP-ODP-TRANSFER-FEE.
           MOVE 0 TO WS-ODP-FEE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ODP-EOF.
           PERFORM UNTIL WS-ODP-EOF = "Y"
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF FS-CODE = WS-ODP-FEE-CODE
                           MOVE FS-AMOUNT TO WS-ODP-FEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

       COMPUTE-ODP-HOLDS.
           MOVE 0 TO WS-ODP-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ODP-EOF.
           PERFORM UNTIL WS-ODP-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF HD-ACCOUNT-ID = WS-ODP-ACCOUNT-ID
                           AND HD-ACTIVE
                           ADD HD-AMOUNT TO WS-ODP-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       RECORD-ODP-TRANSACTIONS.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO WS-ODP-DEBIT-TXN-ID.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ODP-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-ODP-TRANSFER TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE WS-ODP-SAVINGS-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ODP-CHECKING-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-ODP-TRANSFER TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "+" TO TR-DIRECTION.
           MOVE WS-ODP-CHECKING-BRANCH TO TR-BRANCH.
           MOVE WS-ODP-DEBIT-TXN-ID TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           IF WS-ODP-FEE > 0
               MOVE WS-TRANSACTION-ID TO TR-ID
               MOVE WS-ODP-ACCOUNT-ID TO TR-ACCOUNT-ID
               MOVE "F" TO TR-TYPE
               MOVE WS-ODP-FEE TO TR-AMOUNT
               MOVE WS-DATE TO TR-DATE
               MOVE WS-TIME TO TR-TIME
               MOVE "-" TO TR-DIRECTION
               MOVE WS-ODP-SAVINGS-BRANCH TO TR-BRANCH
               MOVE WS-ODP-DEBIT-TXN-ID TO TR-ORIG-ID
               MOVE "N" TO TR-REVERSED
               MOVE "N" TO TR-POSTED-FLAG
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-TRANSACTION-ID
               PERFORM WRITE-TRANSACTION-CONTROL
           END-IF.
           CLOSE TRANSACTION-FILE.

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
