           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BENEF-FILE-STATUS.
           SELECT CONTACT-LOG-FILE ASSIGN TO "CONTLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTLOG-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD BENEFICIARY-FILE.
       01 BENEFICIARY-RECORD.
               88 CN-OTHER       VALUE "O".
           05 CN-NOTE            PIC X(60).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PD-CODE            PIC X(4).
           05 PD-NAME            PIC X(30).
           05 PD-BASE-TYPE       PIC X(1).
           05 PD-STATUS          PIC X(1).
           05 PD-MIN-OPEN-DEPOSIT PIC 9(6)V99.
           05 PD-OVERDRAFT-OK    PIC X(1).
           05 PD-PIN-OK          PIC X(1).
           05 PD-JOINT-OK        PIC X(1).
           05 PD-CD-TERMS-OK     PIC X(1).
           05 PD-DEFAULT-ALERT   PIC 9(6)V99.
           05 PD-RATE-KEY        PIC X(1).
           05 PD-FEE-KEY         PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TIN-MASK             PIC X(9) VALUE SPACES.
       01 WS-CONTLOG-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRODCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY WS-PD-IDX.
             10 WS-PD-CODE        PIC X(4).
             10 WS-PD-NAME        PIC X(30).
             10 WS-PD-RATE-KEY    PIC X(1).
             10 WS-PD-FEE-KEY     PIC X(1).
       01 WS-PRODUCT-COUNT    PIC 9(2) VALUE 0.
       01 WS-PRODUCT-EOF      PIC X VALUE "N".
       01 WS-PRODUCT-FOUND    PIC X VALUE "N".
       01 WS-PRODUCT-NAME     PIC X(30) VALUE SPACES.
       01 WS-PRODUCT-RATE-KEY PIC X(1) VALUE SPACE.
       01 WS-PRODUCT-FEE-KEY  PIC X(1) VALUE SPACE.
       01 WS-CONTACT-EOF     PIC X VALUE "N".
       01 WS-NOTE-WANTED     PIC X VALUE "N".
       01 WS-NOTE-TYPE       PIC X VALUE "O".
       01 WS-BENEF-COUNT     PIC 9(2) VALUE 0.
       01 WS-CUST-ID         PIC 9(5).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-OWNER-ROLE      PIC X VALUE "P".
       01 WS-OWNER-REPEAT    PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-ACCOUNT-COUNT   PIC 9(3) VALUE 0.
       01 WS-FORMATTED-DATE.

       PROCEDURE DIVISION USING OPERATOR-CONTEXT.
       MAIN-PROCEDURE.
           PERFORM LOAD-PRODUCT-TABLE.
           DISPLAY "Lookup by (I)D, (N)ame, or (E)mail:".
           ACCEPT WS-LOOKUP-MODE.

           DISPLAY "Phone: " CR-PHONE.
           DISPLAY "Address: " CR-ADDRESS ", " CR-CITY ", " CR-STATE
               " " CR-ZIP.
           EVALUATE TRUE
               WHEN CR-INACTIVE
                   DISPLAY "Status: Inactive"
               WHEN CR-DECEASED
                   DISPLAY "Status: Deceased " CR-DEATH-DATE
               WHEN OTHER
                   DISPLAY "Status: Active"
           END-EVALUATE.

           MOVE CR-BIRTHDATE(1:4) TO WS-YEAR.
           MOVE CR-BIRTHDATE(5:2) TO WS-MONTH.

           DISPLAY "Birthdate: " WS-FORMATTED-DATE.
           DISPLAY "Statement Cycle: " CR-STMT-CYCLE.
           DISPLAY "ID Document: " CR-ID-TYPE " " CR-ID-NUMBER
               " " CR-ID-STATE " Expires: " CR-ID-EXPIRY.
           DISPLAY "Risk Rating: " CR-RISK-RATING
               "  Next Review: " CR-NEXT-REVIEW-DATE.
           MOVE SPACES TO WS-TIN-MASK.
           IF CR-TIN NOT = SPACES
               MOVE "*****" TO WS-TIN-MASK(1:5)
               MOVE CR-TIN(6:4) TO WS-TIN-MASK(6:4)
           END-IF.
           DISPLAY "Taxpayer ID: " WS-TIN-MASK "  W-9: " CR-W9-STATUS
               "  Backup Withholding: " CR-BACKUP-WH.
           DISPLAY "===================================".
           
       GET-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           OPEN INPUT ACCOUNT-FILE.
           
           DISPLAY "ACCOUNTS:".
           DISPLAY "-----------------------------------".
           
           MOVE "P" TO WS-OWNER-ROLE.
           PERFORM LIST-OWNER-ACCOUNTS.
           MOVE "J" TO WS-OWNER-ROLE.
           PERFORM LIST-OWNER-ACCOUNTS.
           MOVE "K" TO WS-OWNER-ROLE.
           PERFORM LIST-OWNER-ACCOUNTS.
           
           CLOSE ACCOUNT-FILE.
           
               DISPLAY "-----------------------------------"
               DISPLAY "Total accounts: " WS-ACCOUNT-COUNT
           END-IF.

       LIST-OWNER-ACCOUNTS.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND WS-OWNER-REPEAT = "N"
                   PERFORM DISPLAY-ACCOUNT-INFO
                   ADD 1 TO WS-ACCOUNT-COUNT
               END-IF
           END-PERFORM.

      *    One pass per role: P primary, J joint, K custodian.
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
               WHEN "J"
                   MOVE WS-CUST-ID TO AC-JOINT-CUST-ID
                   START ACCOUNT-FILE KEY = AC-JOINT-CUST-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               WHEN OTHER
                   MOVE WS-CUST-ID TO AC-CUSTODIAN-ID
                   START ACCOUNT-FILE KEY = AC-CUSTODIAN-ID
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
               WHEN "J"
                   IF AC-JOINT-CUST-ID NOT = WS-CUST-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF AC-CUST-ID = WS-CUST-ID
                           MOVE "Y" TO WS-OWNER-REPEAT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF AC-CUSTODIAN-ID NOT = WS-CUST-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF AC-CUST-ID = WS-CUST-ID
                           OR AC-JOINT-CUST-ID = WS-CUST-ID
                           MOVE "Y" TO WS-OWNER-REPEAT
                       END-IF
                   END-IF
           END-EVALUATE.

       DISPLAY-ACCOUNT-INFO.
           DISPLAY "Account ID: " AC-ID.
           PERFORM LOOKUP-ACCOUNT-PRODUCT.
           IF WS-PRODUCT-FOUND = "Y"
               DISPLAY "Type: " WS-PRODUCT-NAME
           ELSE
               EVALUATE TRUE
                   WHEN AC-SAVINGS
                       DISPLAY "Type: Savings"
                   WHEN AC-CD
                       DISPLAY "Type: Certificate of Deposit"
                   WHEN AC-BUSINESS
                       DISPLAY "Type: Business Checking"
                   WHEN OTHER
                       DISPLAY "Type: Checking"
               END-EVALUATE
           END-IF.
           DISPLAY "Balance: " AC-BALANCE.
           EVALUATE TRUE
               WHEN AC-CLOSED
                   DISPLAY "Status: Closed"
               WHEN AC-DORMANT
                   DISPLAY "Status: Dormant"
               WHEN AC-FROZEN
                   DISPLAY "Status: Frozen"
               WHEN OTHER
                   DISPLAY "Status: Open"
           END-EVALUATE.
           IF AC-JOINT-CUST-ID NOT = 0
               DISPLAY "Joint Owner Customer ID: " AC-JOINT-CUST-ID
           END-IF.
           IF AC-CUSTODIAN-ID NOT = 0
               DISPLAY "Custodial account - Minor Customer ID: "
                   AC-CUST-ID "  Custodian Customer ID: "
                   AC-CUSTODIAN-ID
           END-IF.
           PERFORM DISPLAY-BENEFICIARIES.
           DISPLAY "-----------------------------------".

       LOAD-PRODUCT-TABLE.
           MOVE 0 TO WS-PRODUCT-COUNT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PRODUCT-EOF.
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               READ PRODUCT-FILE
                   AT END
                       MOVE "Y" TO WS-PRODUCT-EOF
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 50
                           ADD 1 TO WS-PRODUCT-COUNT
                           SET WS-PD-IDX TO WS-PRODUCT-COUNT
                           MOVE PD-CODE TO WS-PD-CODE(WS-PD-IDX)
                           MOVE PD-NAME TO WS-PD-NAME(WS-PD-IDX)
                           MOVE PD-RATE-KEY
                               TO WS-PD-RATE-KEY(WS-PD-IDX)
                           MOVE PD-FEE-KEY TO WS-PD-FEE-KEY(WS-PD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

      *    No product on file is keyed by account type.
       LOOKUP-ACCOUNT-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND.
           MOVE SPACES TO WS-PRODUCT-NAME.
           MOVE AC-TYPE TO WS-PRODUCT-RATE-KEY.
           MOVE AC-TYPE TO WS-PRODUCT-FEE-KEY.
           SET WS-PD-IDX TO 1.
           PERFORM UNTIL WS-PD-IDX > WS-PRODUCT-COUNT
               OR WS-PRODUCT-FOUND = "Y"
               IF WS-PD-CODE(WS-PD-IDX) = AC-PRODUCT-CODE
                   MOVE "Y" TO WS-PRODUCT-FOUND
                   MOVE WS-PD-NAME(WS-PD-IDX) TO WS-PRODUCT-NAME
                   MOVE WS-PD-RATE-KEY(WS-PD-IDX)
                       TO WS-PRODUCT-RATE-KEY
                   MOVE WS-PD-FEE-KEY(WS-PD-IDX) TO WS-PRODUCT-FEE-KEY
               ELSE
                   SET WS-PD-IDX UP BY 1
               END-IF
           END-PERFORM.

       DISPLAY-BENEFICIARIES.
           MOVE 0 TO WS-BENEF-COUNT.
           OPEN INPUT BENEFICIARY-FILE.
