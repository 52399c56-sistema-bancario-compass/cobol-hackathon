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
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEESCHED-FILE-STATUS.
           SELECT DUAL-CONTROL-FILE ASSIGN TO "DUALCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUALCTL-FILE-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDAPPR-FILE-STATUS.
           SELECT CONTACT-CHANGE-FILE ASSIGN TO "CONTCHG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTCHG-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 HP-TO-ACCOUNT      PIC 9(6).
           05 HP-AMOUNT          PIC 9(6)V99.

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
               88 BD-RUNNING     VALUE "R".
           05 BD-LAST-STEP       PIC X(8).

       FD EOD-STATUS-FILE.
       01 EOD-STATUS-RECORD.
           05 ES-DATE            PIC 9(8).
           05 ES-STEP            PIC X(8).
           05 ES-FLAG            PIC X(1).
               88 ES-PASS        VALUE "P".
               88 ES-ATTENTION   VALUE "A".
           05 ES-DETAIL          PIC X(60).

       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
           05 MJ-DATE            PIC 9(8).
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-CODE            PIC X(4).
           05 FS-ACCOUNT-TYPE    PIC X(1).
           05 FS-AMOUNT          PIC 9(4)V99.
           05 FS-MIN-BALANCE     PIC 9(6)V99.
           05 FS-WAIVE-BALANCE   PIC 9(6)V99.

       FD DUAL-CONTROL-FILE.
       01 DUAL-CONTROL-RECORD.
           05 DC-WITHDRAW-THRESHOLD PIC 9(6)V99.
           05 DC-REVERSAL-FLAG   PIC X(1).
           05 DC-DEACT-FLAG      PIC X(1).
           05 DC-COOLOFF-DAYS    PIC 9(3).
           05 DC-COOLOFF-AMOUNT  PIC 9(6)V99.

       FD PENDING-APPROVAL-FILE.
       01 PENDING-APPROVAL-RECORD.
           05 PA-ID              PIC 9(5).
           05 PA-DATE            PIC 9(8).
           05 PA-TIME            PIC 9(6).
           05 PA-TYPE            PIC X(1).
               88 PA-TRANSFER    VALUE "T".
           05 PA-KEY-ID          PIC 9(6).
           05 PA-AMOUNT          PIC 9(6)V99.
           05 PA-ORIG-TXN        PIC 9(8).
           05 PA-INIT-OPER       PIC X(8).
           05 PA-STATUS          PIC X(1).
               88 PA-PENDING     VALUE "P".
               88 PA-APPROVED    VALUE "A".
               88 PA-REJECTED    VALUE "R".
           05 PA-APPR-OPER       PIC X(8).

       FD CONTACT-CHANGE-FILE.
       01 CONTACT-CHANGE-RECORD.
           05 CC-CUST-ID         PIC 9(5).
           05 CC-DATE            PIC 9(8).
           05 CC-TIME            PIC 9(6).
           05 CC-COOLOFF-END     PIC 9(8).
           05 CC-FIELDS          PIC X(3).
           05 CC-OLD-EMAIL       PIC X(50).
           05 CC-OLD-PHONE       PIC X(15).
           05 CC-OLD-ADDRESS     PIC X(40).
           05 CC-OLD-CITY        PIC X(20).
           05 CC-OLD-STATE       PIC X(2).
           05 CC-OLD-ZIP         PIC X(10).
           05 CC-OPERATOR        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-XFER-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-RESPONSE-FILENAME    PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-AVAILABLE-BALANCE    PIC S9(8)V99 VALUE 0.
       01 WS-HOLD-EOF             PIC X VALUE "N".
       01 WS-WORK-ACCOUNT-ID      PIC 9(6) VALUE 0.
       01 WS-FROM-TYPE            PIC X(1) VALUE SPACE.
       01 WS-FROM-ODP-ID          PIC 9(6) VALUE 0.
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

       01 WS-DUALCTL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-PENDAPPR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CONTCHG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-DC-COOLOFF-AMOUNT    PIC 9(6)V99 VALUE 1000.
       01 WS-CONTCHG-EOF          PIC X VALUE "N".
       01 WS-PEND-EOF             PIC X VALUE "N".
       01 WS-PENDING-ID           PIC 9(5) VALUE 1.
       01 WS-FROM-CUST-ID         PIC 9(5) VALUE 0.
       01 WS-FROM-JOINT-ID        PIC 9(5) VALUE 0.
       01 WS-IN-COOLOFF           PIC X VALUE "N".
       01 WS-COOLOFF-UNTIL        PIC 9(8) VALUE 0.
       01 WS-REQUESTS-HELD        PIC 9(6) VALUE 0.

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
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-TRANSACTION-ID.
           PERFORM READ-DUAL-CONTROL.
           STRING "HBRESP-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           IF WS-XFER-FILE-STATUS = "35"
               DISPLAY "No web transfer file (HBXFER.dat) found. "
                   "Nothing to import."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No web transfer file" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT HB-RESPONSE-FILE.
           MOVE "WEB TRANSFER IMPORT" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Read " WS-REQUESTS-READ " posted "
               WS-REQUESTS-POSTED " rej " WS-REQUESTS-REJECTED
               " held " WS-REQUESTS-HELD
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Posted: " WS-REQUESTS-POSTED
               "  Total: " WS-POSTED-TOTAL.
           DISPLAY "Rejected: " WS-REQUESTS-REJECTED.
           DISPLAY "Held for approval: " WS-REQUESTS-HELD.
           DISPLAY "Rejects placed in suspense: " WS-SUSPENSE-COUNT.
           DISPLAY "Overdraft protection transfers: " WS-ODP-COUNT.
           DISPLAY "Response file: " WS-RESPONSE-FILENAME.
           DISPLAY "Input moved to: " WS-PROCESSED-FILENAME.
           DISPLAY "===================================".
           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Read " WS-REQUESTS-READ " posted "
               WS-REQUESTS-POSTED " rej " WS-REQUESTS-REJECTED
               " held " WS-REQUESTS-HELD " odp " WS-ODP-COUNT
               DELIMITED BY SIZE INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       CONSUME-TRANSFER-FILE.
           CLOSE HB-PROCESSED-FILE.
           CALL "CBL_DELETE_FILE" USING "HBXFER.dat".

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "HBIMP   " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       READ-BUSINESS-DATE.
           MOVE "N" TO WS-EOD-MODE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = "35"
               EXIT PARAGRAPH
                   CONTINUE
               NOT AT END
                   IF BD-RUNNING
                       MOVE "Y" TO WS-EOD-MODE
                       MOVE BD-BUSINESS-DATE TO WS-DATE
                   END-IF
           END-READ.
               EXIT PARAGRAPH
           END-IF.

           IF WB-AMOUNT > WS-DC-COOLOFF-AMOUNT
               PERFORM CHECK-CONTACT-COOLOFF
               IF WS-IN-COOLOFF = "Y"
                   PERFORM HOLD-FOR-COOLOFF
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WB-FROM-ACCOUNT TO WS-WORK-ACCOUNT-ID.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-FROM-BALANCE - WS-HOLD-TOTAL.
           IF WB-AMOUNT > WS-AVAILABLE-BALANCE
               AND (WS-FROM-TYPE = "C" OR WS-FROM-TYPE = "B")
               AND WB-TO-ACCOUNT NOT = WS-FROM-ODP-ID
               PERFORM CHECK-OVERDRAFT-PROTECTION
           END-IF.
           IF WB-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE "Insufficient available funds"
                   TO WS-REJECT-REASON
                   MOVE AC-LAST-TXN-DATE TO WS-FROM-LAST-TXN-DATE
                   MOVE AC-DAILY-TXN-COUNT
                       TO WS-FROM-DAILY-TXN-COUNT
                   MOVE AC-TYPE TO WS-FROM-TYPE
                   MOVE AC-ODP-ACCOUNT-ID TO WS-FROM-ODP-ID
                   MOVE AC-CUST-ID TO WS-FROM-CUST-ID
                   MOVE AC-JOINT-CUST-ID TO WS-FROM-JOINT-ID
           END-READ.
           CLOSE ACCOUNT-FILE.

           END-READ.
           CLOSE ACCOUNT-FILE.

       CHECK-OVERDRAFT-PROTECTION.
           MOVE WS-FROM-ODP-ID TO WS-ODP-ACCOUNT-ID.
           MOVE WB-FROM-ACCOUNT TO WS-ODP-CHECKING-ID.
           COMPUTE WS-ODP-SHORTFALL =
               WB-AMOUNT - WS-AVAILABLE-BALANCE.
           MOVE 0 TO WS-ODP-OD-ALLOWED.
           PERFORM OVERDRAFT-PROTECTION-SWEEP.
           IF WS-ODP-SWEPT = "Y"
               ADD WS-ODP-TRANSFER TO WS-FROM-BALANCE
               ADD WS-ODP-TRANSFER TO WS-AVAILABLE-BALANCE
               ADD 1 TO WS-ODP-COUNT
           END-IF.

       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       READ-DUAL-CONTROL.
           MOVE 1000 TO WS-DC-COOLOFF-AMOUNT.
           OPEN INPUT DUAL-CONTROL-FILE.
           IF WS-DUALCTL-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ DUAL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF DC-COOLOFF-AMOUNT IS NUMERIC
                       MOVE DC-COOLOFF-AMOUNT TO WS-DC-COOLOFF-AMOUNT
                   END-IF
           END-READ.
           CLOSE DUAL-CONTROL-FILE.

      *    Sets WS-IN-COOLOFF for a recent owner contact change.
       CHECK-CONTACT-COOLOFF.
           MOVE "N" TO WS-IN-COOLOFF.
           MOVE 0 TO WS-COOLOFF-UNTIL.
           OPEN INPUT CONTACT-CHANGE-FILE.
           IF WS-CONTCHG-FILE-STATUS NOT = "00"
               CLOSE CONTACT-CHANGE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONTCHG-EOF.
           PERFORM UNTIL WS-CONTCHG-EOF = "Y"
               READ CONTACT-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-CONTCHG-EOF
                   NOT AT END
                       IF (CC-CUST-ID = WS-FROM-CUST-ID
                           OR (WS-FROM-JOINT-ID > 0
                               AND CC-CUST-ID = WS-FROM-JOINT-ID))
                           AND CC-COOLOFF-END >= WS-DATE
                           MOVE "Y" TO WS-IN-COOLOFF
                           IF CC-COOLOFF-END > WS-COOLOFF-UNTIL
                               MOVE CC-COOLOFF-END TO WS-COOLOFF-UNTIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-CHANGE-FILE.

      *    Held for approval during a contact-change cool-off.
       HOLD-FOR-COOLOFF.
           MOVE 1 TO WS-PENDING-ID.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-PEND-EOF
               PERFORM UNTIL WS-PEND-EOF = "Y"
                   READ PENDING-APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-PEND-EOF
                       NOT AT END
                           COMPUTE WS-PENDING-ID = PA-ID + 1
                   END-READ
               END-PERFORM
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

           OPEN EXTEND PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF.
           MOVE WS-PENDING-ID TO PA-ID.
           MOVE WS-DATE TO PA-DATE.
           MOVE WS-TIME TO PA-TIME.
           MOVE "T" TO PA-TYPE.
           MOVE WB-FROM-ACCOUNT TO PA-KEY-ID.
           MOVE WB-AMOUNT TO PA-AMOUNT.
           MOVE WB-TO-ACCOUNT TO PA-ORIG-TXN.
           MOVE "HBIMP   " TO PA-INIT-OPER.
           MOVE "P" TO PA-STATUS.
           MOVE SPACES TO PA-APPR-OPER.
           WRITE PENDING-APPROVAL-RECORD.
           CLOSE PENDING-APPROVAL-FILE.

           ADD 1 TO WS-REQUESTS-HELD.
           MOVE SPACES TO HB-RESPONSE-LINE.
           STRING WB-REFERENCE DELIMITED BY SIZE
                  " HELD Contact change cool-off to " DELIMITED BY SIZE
                  WS-COOLOFF-UNTIL DELIMITED BY SIZE
                  INTO HB-RESPONSE-LINE.
           WRITE HB-RESPONSE-LINE.

           MOVE "APPROVAL QUEUED" TO WS-AUDIT-ACTION.
           MOVE WB-FROM-ACCOUNT TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Item " WS-PENDING-ID " ref " WB-REFERENCE
               " cool-off hold" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       WRITE-REJECT-RESPONSE.
           ADD 1 TO WS-REQUESTS-REJECTED.
           MOVE SPACES TO HB-RESPONSE-LINE.
           STRING "Ref " WB-REFERENCE " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.
           PERFORM SUSPEND-REJECTED-REQUEST.

      *    Held as a memo item; not carried in the suspense GL.
       SUSPEND-REJECTED-REQUEST.
           IF WB-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "HBIMP   " TO WS-SUSP-SOURCE.
           MOVE "M" TO WS-SUSP-CLASS.
           MOVE "+" TO WS-SUSP-DIRECTION.
           MOVE WB-TO-ACCOUNT TO WS-SUSP-ACCOUNT-ID.
           MOVE WB-FROM-ACCOUNT TO WS-SUSP-FROM-ACCOUNT.
           MOVE WB-AMOUNT TO WS-SUSP-AMOUNT.
           MOVE WS-REJECT-REASON TO WS-SUSP-REASON.
           MOVE WB-REFERENCE TO WS-SUSP-REFERENCE.
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

      *    A memo transfer that could not post; no funds have moved.
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
