       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN-FILE ASSIGN TO "DEPRTN.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT RETURN-EXCEPTION-FILE ASSIGN TO WS-EXCEPTION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-NOTICE-FILE ASSIGN TO WS-NOTICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "DEPITEM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPITEM-FILE-STATUS.
           SELECT DEPOSIT-ITEM-NEW-FILE ASSIGN TO "DEPITEM.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-IN-FILE.
       01 RETURN-IN-RECORD       PIC X(60).
       01 RETURN-IN-HEADER.
           05 RH-RECORD-TYPE     PIC X(1).
           05 RH-FILE-DATE       PIC 9(8).
           05 RH-ORIGIN          PIC X(20).
           05 FILLER             PIC X(31).
       01 RETURN-IN-DETAIL.
           05 RD-RECORD-TYPE     PIC X(1).
           05 RD-ITEM-ID         PIC 9(8).
           05 RD-ROUTING         PIC X(9).
           05 RD-CHECK-NUMBER    PIC 9(6).
           05 RD-AMOUNT          PIC 9(6)V99.
           05 RD-REASON          PIC X(4).
           05 FILLER             PIC X(24).
       01 RETURN-IN-TRAILER.
           05 RT-RECORD-TYPE     PIC X(1).
           05 RT-COUNT           PIC 9(6).
           05 RT-TOTAL           PIC 9(10)V99.
           05 FILLER             PIC X(41).

       FD RETURN-EXCEPTION-FILE.
       01 RETURN-EXCEPTION-LINE  PIC X(80).

       FD RETURN-NOTICE-FILE.
       01 RETURN-NOTICE-LINE     PIC X(80).

       FD DEPOSIT-ITEM-FILE.
       01 DEPOSIT-ITEM-RECORD.
           05 DI-ITEM-ID         PIC 9(8).
           05 DI-ACCOUNT-ID      PIC 9(6).
           05 DI-ROUTING         PIC X(9).
           05 DI-CHECK-NUMBER    PIC 9(6).
           05 DI-AMOUNT          PIC 9(6)V99.
           05 DI-DEPOSIT-DATE    PIC 9(8).
           05 DI-BRANCH          PIC 9(3).
           05 DI-STATUS          PIC X(1).
               88 DI-PENDING     VALUE "P".
               88 DI-SENT        VALUE "S".
               88 DI-RETURNED    VALUE "R".
           05 DI-SENT-DATE       PIC 9(8).
           05 DI-RETURN-DATE     PIC 9(8).
           05 DI-RETURN-REASON   PIC X(4).

       FD DEPOSIT-ITEM-NEW-FILE.
       01 DEPOSIT-ITEM-NEW-RECORD.
           05 DIN-ITEM-ID        PIC 9(8).
           05 DIN-ACCOUNT-ID     PIC 9(6).
           05 DIN-ROUTING        PIC X(9).
           05 DIN-CHECK-NUMBER   PIC 9(6).
           05 DIN-AMOUNT         PIC 9(6)V99.
           05 DIN-DEPOSIT-DATE   PIC 9(8).
           05 DIN-BRANCH         PIC 9(3).
           05 DIN-STATUS         PIC X(1).
           05 DIN-SENT-DATE      PIC 9(8).
           05 DIN-RETURN-DATE    PIC 9(8).
           05 DIN-RETURN-REASON  PIC X(4).

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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).
           05 BD-STATUS          PIC X(1).
               88 BD-COMPLETE    VALUE "C".
               88 BD-RUNNING     VALUE "R".
           05 BD-LAST-STEP       PIC X(8).

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

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
           05 TC-NEXT-TR-ID      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-TXN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-IN-FILE-STATUS       PIC X(2) VALUE "00".
       01 WS-DEPITEM-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EXCEPTION-FILENAME   PIC X(40).
       01 WS-NOTICE-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-ITEM-EOF             PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.
       01 WS-ACCOUNT-ID           PIC 9(6) VALUE 0.
       01 WS-CUST-ID              PIC 9(5) VALUE 0.
       01 WS-BALANCE              PIC S9(6)V99 VALUE 0.
       01 WS-BRANCH               PIC 9(3) VALUE 1.
       01 WS-HEADER-SEEN          PIC X VALUE "N".
       01 WS-TRAILER-SEEN         PIC X VALUE "N".
       01 WS-DETAIL-COUNT         PIC 9(6) VALUE 0.
       01 WS-DETAIL-TOTAL         PIC 9(10)V99 VALUE 0.
       01 WS-TRAILER-COUNT        PIC 9(6) VALUE 0.
       01 WS-TRAILER-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-FILE-ACCEPTED        PIC X VALUE "N".
       01 WS-CHARGED-COUNT        PIC 9(6) VALUE 0.
       01 WS-CHARGED-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.
       01 WS-POST-OK              PIC X VALUE "N".
       01 WS-ITEM-FOUND           PIC X VALUE "N".
       01 WS-ITEM-STATUS          PIC X(1) VALUE SPACE.
       01 WS-ITEM-DEPOSIT-DATE    PIC 9(8) VALUE 0.
       01 WS-EXCEPTION-REASON     PIC X(30) VALUE SPACES.
       01 WS-REASON-TEXT          PIC X(30) VALUE SPACES.
       01 WS-CUST-NAME            PIC X(30) VALUE SPACES.
       01 WS-CUST-ADDRESS         PIC X(40) VALUE SPACES.
       01 WS-CUST-CITY            PIC X(20) VALUE SPACES.
       01 WS-CUST-STATE           PIC X(2) VALUE SPACES.
       01 WS-CUST-ZIP             PIC X(10) VALUE SPACES.

       01 WS-RETURNED-TABLE.
          05 WS-RETURNED-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-RI-IDX.
             10 WS-RI-ITEM-ID        PIC 9(8).
             10 WS-RI-REASON         PIC X(4).
       01 WS-RETURNED-COUNT       PIC 9(3) VALUE 0.
       01 WS-RETURNED-MATCH       PIC X VALUE "N".

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.

           OPEN INPUT RETURN-IN-FILE.
           IF WS-IN-FILE-STATUS = "35"
               DISPLAY "No returned-deposit file (DEPRTN.dat) found. "
                   "Nothing to import."
               GOBACK
           END-IF.

           PERFORM VERIFY-CONTROL-TOTALS.
           IF WS-FILE-ACCEPTED = "N"
               CLOSE RETURN-IN-FILE
               PERFORM REJECT-WHOLE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE RETURN-IN-FILE.

           IF WS-DETAIL-COUNT > 500
               DISPLAY "Returned-deposit file exceeds the 500-item "
                   "working limit. Import refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RETURN-IN-FILE.
           OPEN OUTPUT RETURN-EXCEPTION-FILE.
           MOVE "RETURNED DEPOSIT EXCEPTION REPORT"
               TO RETURN-EXCEPTION-LINE.
           WRITE RETURN-EXCEPTION-LINE.
           OPEN OUTPUT RETURN-NOTICE-FILE.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RETURN-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETURN-IN-FILE.

           MOVE SPACES TO RETURN-EXCEPTION-LINE.
           STRING "Exceptions: " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO RETURN-EXCEPTION-LINE.
           WRITE RETURN-EXCEPTION-LINE.
           CLOSE RETURN-EXCEPTION-FILE.
           CLOSE RETURN-NOTICE-FILE.

           IF WS-RETURNED-COUNT > 0
               PERFORM MARK-ITEMS-RETURNED
           END-IF.

           MOVE "DEP RETURN RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Charged " WS-CHARGED-COUNT " exceptions "
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "RETURNED DEPOSIT IMPORT COMPLETE".
           DISPLAY "Items charged back: " WS-CHARGED-COUNT
               "  Total: " WS-CHARGED-TOTAL.
           DISPLAY "Exceptions: " WS-EXCEPTION-COUNT.
           DISPLAY "Exception report: " WS-EXCEPTION-FILENAME.
           DISPLAY "Customer notices: " WS-NOTICE-FILENAME.
           DISPLAY "===================================".
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-TRANSACTION-ID.
           STRING "DEPEXC-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-EXCEPTION-FILENAME.
           STRING "RDNOTICE-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NOTICE-FILENAME.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-RUNNING
                       MOVE BD-BUSINESS-DATE TO WS-DATE
                   END-IF
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

       INITIALIZE-TRANSACTION-ID.
           OPEN INPUT TRANSACTION-CONTROL-FILE.
           IF WS-TXNCTL-FILE-STATUS = "00"
               READ TRANSACTION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TC-NEXT-TR-ID TO WS-TRANSACTION-ID
               END-READ
               CLOSE TRANSACTION-CONTROL-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = "00"
               CLOSE TRANSACTION-FILE
               PERFORM WRITE-TRANSACTION-CONTROL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TR-ID TO WS-TRANSACTION-ID
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       WRITE-TRANSACTION-CONTROL.
           OPEN OUTPUT TRANSACTION-CONTROL-FILE.
           MOVE WS-TRANSACTION-ID TO TC-NEXT-TR-ID.
           WRITE TRANSACTION-CONTROL-RECORD.
           CLOSE TRANSACTION-CONTROL-FILE.

       PROCESS-ONE-RECORD.
           EVALUATE RETURN-IN-RECORD(1:1)
               WHEN "H"
                   CONTINUE
               WHEN "D"
                   PERFORM PROCESS-ONE-RETURN
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   MOVE "Unknown record type" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE.

       PROCESS-ONE-RETURN.
           PERFORM LOCATE-DEPOSITED-ITEM.
           IF WS-ITEM-FOUND = "N"
               MOVE "Item not on deposit file" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-STATUS = "R"
               MOVE "Item already returned" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-STATUS NOT = "S"
               MOVE "Item not yet sent for collection"
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM POST-CHARGEBACK.
           IF WS-POST-OK = "N"
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECORD-CHARGEBACK-TRANSACTION.
           PERFORM MARK-DEPOSIT-REVERSED.
           ADD 1 TO WS-RETURNED-COUNT.
           SET WS-RI-IDX TO WS-RETURNED-COUNT.
           MOVE RD-ITEM-ID TO WS-RI-ITEM-ID(WS-RI-IDX).
           MOVE RD-REASON TO WS-RI-REASON(WS-RI-IDX).
           ADD 1 TO WS-CHARGED-COUNT.
           ADD RD-AMOUNT TO WS-CHARGED-TOTAL.

           PERFORM WRITE-RETURN-NOTICE.

           MOVE "DEPOSIT RETURNED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           STRING "Item " RD-ITEM-ID " amt " RD-AMOUNT " reason "
               RD-REASON DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       LOCATE-DEPOSITED-ITEM.
           MOVE "N" TO WS-ITEM-FOUND.
           MOVE SPACE TO WS-ITEM-STATUS.
           MOVE 0 TO WS-ACCOUNT-ID.
           OPEN INPUT DEPOSIT-ITEM-FILE.
           IF WS-DEPITEM-FILE-STATUS = "35"
               CLOSE DEPOSIT-ITEM-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ITEM-EOF.
           PERFORM UNTIL WS-ITEM-EOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT AT END
                       IF DI-ITEM-ID = RD-ITEM-ID
                           AND DI-AMOUNT = RD-AMOUNT
                           MOVE "Y" TO WS-ITEM-FOUND
                           MOVE DI-STATUS TO WS-ITEM-STATUS
                           MOVE DI-ACCOUNT-ID TO WS-ACCOUNT-ID
                           MOVE DI-DEPOSIT-DATE
                               TO WS-ITEM-DEPOSIT-DATE
                           MOVE "Y" TO WS-ITEM-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-ITEM-FILE.
      *    Catches an item charged back earlier in this file.
           SET WS-RI-IDX TO 1.
           PERFORM UNTIL WS-RI-IDX > WS-RETURNED-COUNT
               IF WS-RI-ITEM-ID(WS-RI-IDX) = RD-ITEM-ID
                   MOVE "R" TO WS-ITEM-STATUS
               END-IF
               SET WS-RI-IDX UP BY 1
           END-PERFORM.

       POST-CHARGEBACK.
      *    The chargeback may overdraw the account.
           MOVE "N" TO WS-POST-OK.
           MOVE 0 TO WS-CUST-ID.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               MOVE "No account file" TO WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "Account not on file" TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   IF AC-CLOSED
                       MOVE "Account is closed"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                       SUBTRACT RD-AMOUNT FROM AC-BALANCE
                       MOVE AC-BALANCE TO WS-BALANCE
                       MOVE AC-BRANCH TO WS-BRANCH
                       MOVE AC-CUST-ID TO WS-CUST-ID
                       MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                       REWRITE ACCOUNT-RECORD
                       MOVE "R" TO WS-MJ-ACTION
                       MOVE AC-ID TO WS-MJ-KEY
                       PERFORM RECORD-MASTER-IMAGE
                       MOVE "Y" TO WS-POST-OK
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.

       RECORD-CHARGEBACK-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "R" TO TR-TYPE.
           MOVE RD-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE "N" TO TR-POSTED-FLAG.
           MOVE RD-ITEM-ID TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       MARK-DEPOSIT-REVERSED.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE RD-ITEM-ID TO TR-ID.
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TR-REVERSED
                   REWRITE TRANSACTION-RECORD
           END-READ.
           CLOSE TRANSACTION-FILE.

       WRITE-RETURN-NOTICE.
           EVALUATE RD-REASON
               WHEN "NSF "
                   MOVE "Insufficient funds" TO WS-REASON-TEXT
               WHEN "UCF "
                   MOVE "Uncollected funds hold" TO WS-REASON-TEXT
               WHEN "STOP"
                   MOVE "Payment stopped by drawer" TO WS-REASON-TEXT
               WHEN "CLOS"
                   MOVE "Drawer account closed" TO WS-REASON-TEXT
               WHEN "NACT"
                   MOVE "No account / unable to locate"
                       TO WS-REASON-TEXT
               WHEN "FRZN"
                   MOVE "Drawer account frozen" TO WS-REASON-TEXT
               WHEN "STAL"
                   MOVE "Stale dated" TO WS-REASON-TEXT
               WHEN "SIGN"
                   MOVE "Signature missing or irregular"
                       TO WS-REASON-TEXT
               WHEN "ALTR"
                   MOVE "Altered or fictitious item" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "Returned unpaid by drawee bank"
                       TO WS-REASON-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-CUST-NAME WS-CUST-ADDRESS WS-CUST-CITY
               WS-CUST-STATE WS-CUST-ZIP.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE WS-CUST-ID TO CR-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-NAME TO WS-CUST-NAME
                       MOVE CR-ADDRESS TO WS-CUST-ADDRESS
                       MOVE CR-CITY TO WS-CUST-CITY
                       MOVE CR-STATE TO WS-CUST-STATE
                       MOVE CR-ZIP TO WS-CUST-ZIP
               END-READ
           END-IF.
           CLOSE CUSTOMER-FILE.

           MOVE ALL "-" TO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           MOVE SPACES TO RETURN-NOTICE-LINE.
           STRING "NOTICE OF RETURNED DEPOSIT ITEM  Date "
                  DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           MOVE WS-CUST-NAME TO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           MOVE WS-CUST-ADDRESS TO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           MOVE SPACES TO RETURN-NOTICE-LINE.
           STRING WS-CUST-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-CUST-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUST-ZIP DELIMITED BY SIZE
                  INTO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           MOVE SPACES TO RETURN-NOTICE-LINE.
           STRING "Account " DELIMITED BY SIZE
                  WS-ACCOUNT-ID DELIMITED BY SIZE
                  "  Deposited " DELIMITED BY SIZE
                  WS-ITEM-DEPOSIT-DATE DELIMITED BY SIZE
                  "  Check " DELIMITED BY SIZE
                  RD-CHECK-NUMBER DELIMITED BY SIZE
                  " drawn on " DELIMITED BY SIZE
                  RD-ROUTING DELIMITED BY SIZE
                  INTO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           MOVE SPACES TO RETURN-NOTICE-LINE.
           STRING "Amount charged back " DELIMITED BY SIZE
                  RD-AMOUNT DELIMITED BY SIZE
                  "  New balance " DELIMITED BY SIZE
                  WS-BALANCE DELIMITED BY SIZE
                  INTO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           MOVE SPACES TO RETURN-NOTICE-LINE.
           STRING "Reason " DELIMITED BY SIZE
                  RD-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY SIZE
                  INTO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO RETURN-EXCEPTION-LINE.
           STRING RETURN-IN-RECORD(1:36) DELIMITED BY SIZE
                  " EXCEPTION: " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO RETURN-EXCEPTION-LINE.
           WRITE RETURN-EXCEPTION-LINE.

       MARK-ITEMS-RETURNED.
           OPEN INPUT DEPOSIT-ITEM-FILE.
           OPEN OUTPUT DEPOSIT-ITEM-NEW-FILE.
           MOVE "N" TO WS-ITEM-EOF.
           PERFORM UNTIL WS-ITEM-EOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT AT END
                       MOVE "N" TO WS-RETURNED-MATCH
                       SET WS-RI-IDX TO 1
                       PERFORM UNTIL WS-RI-IDX > WS-RETURNED-COUNT
                           OR WS-RETURNED-MATCH = "Y"
                           IF WS-RI-ITEM-ID(WS-RI-IDX) = DI-ITEM-ID
                               MOVE "Y" TO WS-RETURNED-MATCH
                               MOVE "R" TO DI-STATUS
                               MOVE WS-DATE TO DI-RETURN-DATE
                               MOVE WS-RI-REASON(WS-RI-IDX)
                                   TO DI-RETURN-REASON
                           ELSE
                               SET WS-RI-IDX UP BY 1
                           END-IF
                       END-PERFORM
                       WRITE DEPOSIT-ITEM-NEW-RECORD
                           FROM DEPOSIT-ITEM-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-ITEM-FILE.
           CLOSE DEPOSIT-ITEM-NEW-FILE.

           OPEN INPUT DEPOSIT-ITEM-NEW-FILE.
           OPEN OUTPUT DEPOSIT-ITEM-FILE.
           MOVE "N" TO WS-ITEM-EOF.
           PERFORM UNTIL WS-ITEM-EOF = "Y"
               READ DEPOSIT-ITEM-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF
                   NOT AT END
                       WRITE DEPOSIT-ITEM-RECORD
                           FROM DEPOSIT-ITEM-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-ITEM-NEW-FILE.
           CLOSE DEPOSIT-ITEM-FILE.
           CALL "CBL_DELETE_FILE" USING "DEPITEM.tmp".

       VERIFY-CONTROL-TOTALS.
           MOVE "N" TO WS-FILE-ACCEPTED.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RETURN-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE RETURN-IN-RECORD(1:1)
                           WHEN "H"
                               MOVE "Y" TO WS-HEADER-SEEN
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD RD-AMOUNT TO WS-DETAIL-TOTAL
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE RT-COUNT TO WS-TRAILER-COUNT
                               MOVE RT-TOTAL TO WS-TRAILER-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-HEADER-SEEN = "Y" AND WS-TRAILER-SEEN = "Y"
               AND WS-TRAILER-COUNT = WS-DETAIL-COUNT
               AND WS-TRAILER-TOTAL = WS-DETAIL-TOTAL
               MOVE "Y" TO WS-FILE-ACCEPTED
           END-IF.

       REJECT-WHOLE-FILE.
           OPEN OUTPUT RETURN-EXCEPTION-FILE.
           MOVE "RETURNED DEPOSIT FILE NOT ACCEPTED - NOTHING POSTED"
               TO RETURN-EXCEPTION-LINE.
           WRITE RETURN-EXCEPTION-LINE.
           IF WS-HEADER-SEEN = "N"
               MOVE "Header record is missing"
                   TO RETURN-EXCEPTION-LINE
               WRITE RETURN-EXCEPTION-LINE
           END-IF.
           IF WS-TRAILER-SEEN = "N"
               MOVE "Trailer record is missing"
                   TO RETURN-EXCEPTION-LINE
               WRITE RETURN-EXCEPTION-LINE
           END-IF.
           IF WS-TRAILER-SEEN = "Y"
               AND (WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL)
               MOVE SPACES TO RETURN-EXCEPTION-LINE
               STRING "CONTROL TOTAL MISMATCH: trailer "
                      DELIMITED BY SIZE
                      WS-TRAILER-COUNT DELIMITED BY SIZE
                      " details " DELIMITED BY SIZE
                      WS-DETAIL-COUNT DELIMITED BY SIZE
                      INTO RETURN-EXCEPTION-LINE
               WRITE RETURN-EXCEPTION-LINE
           END-IF.
           CLOSE RETURN-EXCEPTION-FILE.

           DISPLAY "Returned-deposit file failed control-total "
               "verification. Nothing was posted.".
           DISPLAY "Trailer " WS-TRAILER-COUNT "/" WS-TRAILER-TOTAL
               "  Details " WS-DETAIL-COUNT "/" WS-DETAIL-TOTAL ".".

           MOVE "DEP RETURN REJECTED" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE "Control totals failed, nothing posted"
               TO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "DEPRTN  " TO MJ-PROGRAM.
           MOVE WS-MJ-FILE-ID TO MJ-FILE-ID.
           MOVE WS-MJ-ACTION TO MJ-ACTION.
           MOVE WS-MJ-KEY TO MJ-KEY.
           MOVE WS-MJ-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE WS-MJ-AFTER-IMAGE TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.
           CLOSE MASTER-JOURNAL-FILE.

       OPEN-TRANSACTION-IO.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "DEPRTN  " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
