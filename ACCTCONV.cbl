           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
           05 ACO-DAILY-TXN-COUNT PIC 9(2).
           05 ACO-MATURITY-DATE  PIC 9(8).
           05 ACO-CD-RATE        PIC 9V9(4).
           05 ACO-PIN-FAIL-COUNT PIC 9(1).
           05 ACO-MATURITY-DISP  PIC X(1).
           05 ACO-SWEEP-ACCOUNT-ID PIC 9(6).
           05 ACO-CD-TERM-DAYS   PIC 9(4).
           05 ACO-LAST-INT-DATE  PIC 9(8).
           05 ACO-BRANCH         PIC 9(3).
           05 ACO-ALERT-THRESHOLD PIC 9(6)V99.
           05 ACO-ODP-ACCOUNT-ID PIC 9(6).
           05 ACO-REACTIVATED-DATE PIC 9(8).
           05 ACO-CUSTODIAN-ID   PIC 9(5).

       FD ACCOUNT-TEMP-FILE.
       01 ACCOUNT-TEMP-RECORD.
           05 ACT-LAST-INT-DATE  PIC 9(8).
           05 ACT-BRANCH         PIC 9(3).
           05 ACT-ALERT-THRESHOLD PIC 9(6)V99.
           05 ACT-ODP-ACCOUNT-ID PIC 9(6).
           05 ACT-REACTIVATED-DATE PIC 9(8).
           05 ACT-CUSTODIAN-ID   PIC 9(5).
           05 ACT-PRODUCT-CODE   PIC X(4).

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

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-TEMP-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-READ-COUNT           PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT         PIC 9(5) VALUE 0.

           MOVE ACO-DAILY-TXN-COUNT TO ACT-DAILY-TXN-COUNT.
           MOVE ACO-MATURITY-DATE TO ACT-MATURITY-DATE.
           MOVE ACO-CD-RATE TO ACT-CD-RATE.
           MOVE ACO-PIN-FAIL-COUNT TO ACT-PIN-FAIL-COUNT.
           MOVE ACO-MATURITY-DISP TO ACT-MATURITY-DISP.
           MOVE ACO-SWEEP-ACCOUNT-ID TO ACT-SWEEP-ACCOUNT-ID.
           MOVE ACO-CD-TERM-DAYS TO ACT-CD-TERM-DAYS.
           MOVE ACO-LAST-INT-DATE TO ACT-LAST-INT-DATE.
           MOVE ACO-BRANCH TO ACT-BRANCH.
           MOVE ACO-ALERT-THRESHOLD TO ACT-ALERT-THRESHOLD.
           MOVE ACO-ODP-ACCOUNT-ID TO ACT-ODP-ACCOUNT-ID.
           MOVE ACO-REACTIVATED-DATE TO ACT-REACTIVATED-DATE.
           MOVE ACO-CUSTODIAN-ID TO ACT-CUSTODIAN-ID.
      *    Existing accounts go on the standard product for their type.
           EVALUATE ACO-TYPE
               WHEN "S"
                   MOVE "SAV" TO ACT-PRODUCT-CODE
               WHEN "B"
                   MOVE "BUS" TO ACT-PRODUCT-CODE
               WHEN "D"
                   MOVE "CD" TO ACT-PRODUCT-CODE
               WHEN OTHER
                   MOVE "CHK" TO ACT-PRODUCT-CODE
           END-EVALUATE.
           WRITE ACCOUNT-TEMP-RECORD
               INVALID KEY
                   DISPLAY "Account " ACO-ID " rejected (duplicate)."
