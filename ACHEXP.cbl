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
       01 WS-QUEUE-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
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

       COPY-QUEUE-BACK.
           OPEN INPUT ACH-QUEUE-NEW-FILE.
           OPEN OUTPUT ACH-QUEUE-FILE.
