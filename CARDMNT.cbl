       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER-FILE ASSIGN TO "CARDMST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDMST-FILE-STATUS.
           SELECT CARD-MASTER-NEW-FILE ASSIGN TO "CARDMST.tmp"
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
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-MASTER-FILE.
       01 CARD-MASTER-RECORD.
           05 CM-CARD-NUMBER     PIC 9(16).
           05 CM-ACCOUNT-ID      PIC 9(6).
           05 CM-CUST-ID         PIC 9(5).
           05 CM-STATUS          PIC X(1).
               88 CM-ACTIVE      VALUE "A".
               88 CM-BLOCKED     VALUE "B".
               88 CM-REPLACED    VALUE "R".
           05 CM-ISSUE-DATE      PIC 9(8).
           05 CM-EXPIRY          PIC 9(6).
           05 CM-ATM-LIMIT       PIC 9(6)V99.
           05 CM-POS-LIMIT       PIC 9(6)V99.
           05 CM-USAGE-DATE      PIC 9(8).
           05 CM-ATM-USED        PIC 9(6)V99.
           05 CM-POS-USED        PIC 9(6)V99.
           05 CM-STATUS-DATE     PIC 9(8).
           05 CM-BLOCK-REASON    PIC X(1).
               88 CM-LOST        VALUE "L".
               88 CM-STOLEN      VALUE "S".
               88 CM-FRAUD       VALUE "F".
               88 CM-CUST-REQUEST VALUE "C".
           05 CM-REPLACED-BY     PIC 9(16).
           05 CM-ISSUE-OPER      PIC X(8).

       FD CARD-MASTER-NEW-FILE.
       01 CARD-MASTER-NEW-RECORD PIC X(115).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
           05 AU-TIME            PIC 9(6).
           05 AU-PROGRAM         PIC X(8).
           05 AU-ACTION          PIC X(20).
           05 AU-KEY-ID          PIC 9(6).
           05 AU-DETAIL          PIC X(50).
           05 AU-OPERATOR        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CARDMST-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

       01 WS-CARD-NUMBER          PIC 9(16) VALUE 0.
       01 WS-NEW-CARD-NUMBER      PIC 9(16) VALUE 0.
       01 WS-CARD-BASE            PIC 9(16) VALUE 4000000000000000.
       01 WS-CARD-EXPIRY          PIC 9(6) VALUE 0.
       01 WS-EXPIRY-YEAR          PIC 9(4) VALUE 0.
       01 WS-EXPIRY-MONTH         PIC 9(2) VALUE 0.
       01 WS-CARD-LIFE-YEARS      PIC 9(1) VALUE 3.
       01 WS-ATM-LIMIT            PIC 9(6)V99 VALUE 0.
       01 WS-POS-LIMIT            PIC 9(6)V99 VALUE 0.
       01 WS-DEFAULT-ATM-LIMIT    PIC 9(6)V99 VALUE 500.00.
       01 WS-DEFAULT-POS-LIMIT    PIC 9(6)V99 VALUE 2500.00.
       01 WS-BLOCK-REASON         PIC X(1) VALUE SPACE.
       01 WS-NEW-CARD-STATUS      PIC X(1) VALUE SPACE.
       01 WS-CARD-STATUS          PIC X(1) VALUE SPACE.
       01 WS-CARD-ACCOUNT-ID      PIC 9(6) VALUE 0.
       01 WS-CARD-ATM-LIMIT       PIC 9(6)V99 VALUE 0.
       01 WS-CARD-POS-LIMIT       PIC 9(6)V99 VALUE 0.

       01 WS-ACCOUNT-ID           PIC 9(6) VALUE 0.
       01 WS-ACCOUNT-STATUS       PIC X(1) VALUE SPACE.
       01 WS-ACCOUNT-TYPE         PIC X(1) VALUE SPACE.
       01 WS-CUSTOMER-ID          PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-NAME        PIC X(30) VALUE SPACES.
       01 WS-LISTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-FORMATTED-ATM        PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-POS        PIC ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
           05 OC-ID              PIC X(8).
           05 OC-LEVEL           PIC 9(1).

       PROCEDURE DIVISION USING OPERATOR-CONTEXT.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.

           DISPLAY "I: Issue Card  /  B: Block Card  /  "
               "R: Reissue Card  /  Q: Card Inquiry  /  "
               "L: List Cards for Account".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "I"
                   PERFORM ISSUE-CARD
               WHEN "B"
                   PERFORM BLOCK-CARD
               WHEN "R"
                   PERFORM REISSUE-CARD
               WHEN "Q"
                   PERFORM CARD-INQUIRY
               WHEN "L"
                   PERFORM LIST-ACCOUNT-CARDS
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

      *    Card limits are enforced by CARDIMP at settlement.
       ISSUE-CARD.
           DISPLAY "Enter Account ID:".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT.
           IF WS-FOUND = "N"
               DISPLAY "Account not found!"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCOUNT-STATUS NOT = "O"
               DISPLAY "Account is not open. Cards can only be issued "
                   "on an open account."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCOUNT-TYPE = "D"
               DISPLAY "Cards cannot be issued on a CD account."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Daily ATM limit (0 for standard "
               WS-DEFAULT-ATM-LIMIT "):".
           ACCEPT WS-ATM-LIMIT.
           IF WS-ATM-LIMIT = 0
               MOVE WS-DEFAULT-ATM-LIMIT TO WS-ATM-LIMIT
           END-IF.
           DISPLAY "Daily POS limit (0 for standard "
               WS-DEFAULT-POS-LIMIT "):".
           ACCEPT WS-POS-LIMIT.
           IF WS-POS-LIMIT = 0
               MOVE WS-DEFAULT-POS-LIMIT TO WS-POS-LIMIT
           END-IF.

           PERFORM ASSIGN-CARD-NUMBER.
           PERFORM COMPUTE-CARD-EXPIRY.
           PERFORM APPEND-NEW-CARD.

           MOVE "CARD ISSUED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Card " WS-NEW-CARD-NUMBER " exp " WS-CARD-EXPIRY
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           MOVE WS-ATM-LIMIT TO WS-FORMATTED-ATM.
           MOVE WS-POS-LIMIT TO WS-FORMATTED-POS.
           DISPLAY "-----------------------------------".
           DISPLAY "Card " WS-NEW-CARD-NUMBER " issued.".
           DISPLAY "Account:    " WS-ACCOUNT-ID "  " WS-CUSTOMER-NAME.
           DISPLAY "Expires:    " WS-CARD-EXPIRY(5:2) "/"
               WS-CARD-EXPIRY(1:4).
           DISPLAY "ATM limit:  " WS-FORMATTED-ATM
               "  POS limit: " WS-FORMATTED-POS.
           DISPLAY "-----------------------------------".

       BLOCK-CARD.
           DISPLAY "Enter Card Number:".
           ACCEPT WS-CARD-NUMBER.
           PERFORM FIND-CARD.
           IF WS-FOUND = "N"
               DISPLAY "Card not found!"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CARD-STATUS NOT = "A"
               DISPLAY "Only an active card can be blocked."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reason (L: Lost, S: Stolen, F: Fraud, "
               "C: Customer Request):".
           ACCEPT WS-BLOCK-REASON.
           IF WS-BLOCK-REASON NOT = "L" AND WS-BLOCK-REASON NOT = "S"
               AND WS-BLOCK-REASON NOT = "F"
               AND WS-BLOCK-REASON NOT = "C"
               DISPLAY "Invalid reason."
               EXIT PARAGRAPH
           END-IF.

           MOVE "B" TO WS-NEW-CARD-STATUS.
           MOVE 0 TO WS-NEW-CARD-NUMBER.
           PERFORM UPDATE-CARD-STATUS.

           MOVE "CARD BLOCKED" TO WS-AUDIT-ACTION.
           MOVE WS-CARD-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Card " WS-CARD-NUMBER " reason " WS-BLOCK-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Card " WS-CARD-NUMBER " blocked. Settled items "
               "on this card will be rejected.".

      *    The old card is marked replaced and points at the new one.
       REISSUE-CARD.
           DISPLAY "Enter Card Number to Replace:".
           ACCEPT WS-CARD-NUMBER.
           PERFORM FIND-CARD.
           IF WS-FOUND = "N"
               DISPLAY "Card not found!"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CARD-STATUS = "R"
               DISPLAY "Card has already been replaced."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CARD-ACCOUNT-ID TO WS-ACCOUNT-ID.
           PERFORM READ-ACCOUNT.
           IF WS-FOUND = "N" OR WS-ACCOUNT-STATUS NOT = "O"
               DISPLAY "Linked account is not open. The card cannot "
                   "be reissued."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CARD-ATM-LIMIT TO WS-ATM-LIMIT.
           MOVE WS-CARD-POS-LIMIT TO WS-POS-LIMIT.
           PERFORM ASSIGN-CARD-NUMBER.
           PERFORM COMPUTE-CARD-EXPIRY.
           MOVE "R" TO WS-NEW-CARD-STATUS.
           IF WS-CARD-STATUS = "A"
               MOVE "C" TO WS-BLOCK-REASON
           ELSE
               MOVE SPACE TO WS-BLOCK-REASON
           END-IF.
           PERFORM UPDATE-CARD-STATUS.
           PERFORM APPEND-NEW-CARD.

           MOVE "CARD REISSUED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Card " WS-CARD-NUMBER " to " WS-NEW-CARD-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "-----------------------------------".
           DISPLAY "Card " WS-CARD-NUMBER " replaced.".
           DISPLAY "New card:   " WS-NEW-CARD-NUMBER.
           DISPLAY "Expires:    " WS-CARD-EXPIRY(5:2) "/"
               WS-CARD-EXPIRY(1:4).
           DISPLAY "-----------------------------------".

       READ-ACCOUNT.
           MOVE "N" TO WS-FOUND.
           MOVE "(customer not on file)" TO WS-CUSTOMER-NAME.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE AC-STATUS TO WS-ACCOUNT-STATUS
                   MOVE AC-TYPE TO WS-ACCOUNT-TYPE
                   MOVE AC-CUST-ID TO WS-CUSTOMER-ID
           END-READ.
           CLOSE ACCOUNT-FILE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-CUSTOMER-NAME
           END-READ.
           CLOSE CUSTOMER-FILE.

       FIND-CARD.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT CARD-MASTER-FILE.
           IF WS-CARDMST-FILE-STATUS NOT = "00"
               CLOSE CARD-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CM-CARD-NUMBER = WS-CARD-NUMBER
                           MOVE "Y" TO WS-FOUND
                           MOVE CM-STATUS TO WS-CARD-STATUS
                           MOVE CM-ACCOUNT-ID TO WS-CARD-ACCOUNT-ID
                           MOVE CM-ATM-LIMIT TO WS-CARD-ATM-LIMIT
                           MOVE CM-POS-LIMIT TO WS-CARD-POS-LIMIT
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARD-MASTER-FILE.

       ASSIGN-CARD-NUMBER.
           MOVE WS-CARD-BASE TO WS-NEW-CARD-NUMBER.
           OPEN INPUT CARD-MASTER-FILE.
           IF WS-CARDMST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CARD-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CM-CARD-NUMBER > WS-NEW-CARD-NUMBER
                               MOVE CM-CARD-NUMBER
                                   TO WS-NEW-CARD-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CARD-MASTER-FILE.
           ADD 1 TO WS-NEW-CARD-NUMBER.

       COMPUTE-CARD-EXPIRY.
           MOVE WS-DATE(1:4) TO WS-EXPIRY-YEAR.
           MOVE WS-DATE(5:2) TO WS-EXPIRY-MONTH.
           ADD WS-CARD-LIFE-YEARS TO WS-EXPIRY-YEAR.
           COMPUTE WS-CARD-EXPIRY =
               WS-EXPIRY-YEAR * 100 + WS-EXPIRY-MONTH.

       APPEND-NEW-CARD.
           OPEN EXTEND CARD-MASTER-FILE.
           IF WS-CARDMST-FILE-STATUS = "35"
               OPEN OUTPUT CARD-MASTER-FILE
           END-IF.
           MOVE WS-NEW-CARD-NUMBER TO CM-CARD-NUMBER.
           MOVE WS-ACCOUNT-ID TO CM-ACCOUNT-ID.
           MOVE WS-CUSTOMER-ID TO CM-CUST-ID.
           MOVE "A" TO CM-STATUS.
           MOVE WS-DATE TO CM-ISSUE-DATE.
           MOVE WS-CARD-EXPIRY TO CM-EXPIRY.
           MOVE WS-ATM-LIMIT TO CM-ATM-LIMIT.
           MOVE WS-POS-LIMIT TO CM-POS-LIMIT.
           MOVE 0 TO CM-USAGE-DATE.
           MOVE 0 TO CM-ATM-USED.
           MOVE 0 TO CM-POS-USED.
           MOVE WS-DATE TO CM-STATUS-DATE.
           MOVE SPACE TO CM-BLOCK-REASON.
           MOVE 0 TO CM-REPLACED-BY.
           MOVE OC-ID TO CM-ISSUE-OPER.
           WRITE CARD-MASTER-RECORD.
           CLOSE CARD-MASTER-FILE.

       UPDATE-CARD-STATUS.
           OPEN INPUT CARD-MASTER-FILE.
           OPEN OUTPUT CARD-MASTER-NEW-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CM-CARD-NUMBER = WS-CARD-NUMBER
                           MOVE WS-NEW-CARD-STATUS TO CM-STATUS
                           MOVE WS-DATE TO CM-STATUS-DATE
                           IF WS-BLOCK-REASON NOT = SPACE
                               MOVE WS-BLOCK-REASON TO CM-BLOCK-REASON
                           END-IF
                           MOVE WS-NEW-CARD-NUMBER TO CM-REPLACED-BY
                       END-IF
                       WRITE CARD-MASTER-NEW-RECORD
                           FROM CARD-MASTER-RECORD
               END-READ
           END-PERFORM.
           CLOSE CARD-MASTER-FILE.
           CLOSE CARD-MASTER-NEW-FILE.

           OPEN INPUT CARD-MASTER-NEW-FILE.
           OPEN OUTPUT CARD-MASTER-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-MASTER-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CARD-MASTER-RECORD
                           FROM CARD-MASTER-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE CARD-MASTER-NEW-FILE.
           CLOSE CARD-MASTER-FILE.
           CALL "CBL_DELETE_FILE" USING "CARDMST.tmp".

       CARD-INQUIRY.
           DISPLAY "Enter Card Number:".
           ACCEPT WS-CARD-NUMBER.
           PERFORM FIND-CARD.
           IF WS-FOUND = "N"
               DISPLAY "Card not found!"
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-ATM-LIMIT TO WS-FORMATTED-ATM.
           MOVE CM-POS-LIMIT TO WS-FORMATTED-POS.
           DISPLAY "-----------------------------------".
           DISPLAY "Card " CM-CARD-NUMBER.
           DISPLAY "Account:    " CM-ACCOUNT-ID "  customer "
               CM-CUST-ID.
           DISPLAY "Issued:     " CM-ISSUE-DATE " by " CM-ISSUE-OPER
               "  Expires: " CM-EXPIRY(5:2) "/" CM-EXPIRY(1:4).
           DISPLAY "ATM limit:  " WS-FORMATTED-ATM
               "  POS limit: " WS-FORMATTED-POS.
           IF CM-USAGE-DATE NOT = 0
               DISPLAY "Last usage: " CM-USAGE-DATE "  ATM "
                   CM-ATM-USED "  POS " CM-POS-USED
           END-IF.
           EVALUATE TRUE
               WHEN CM-ACTIVE
                   DISPLAY "Status:     Active"
               WHEN CM-BLOCKED
                   DISPLAY "Status:     Blocked " CM-STATUS-DATE
                       " reason " CM-BLOCK-REASON
               WHEN CM-REPLACED
                   DISPLAY "Status:     Replaced " CM-STATUS-DATE
                       " by card " CM-REPLACED-BY
               WHEN OTHER
                   DISPLAY "Status:     " CM-STATUS
           END-EVALUATE.
           DISPLAY "-----------------------------------".

       LIST-ACCOUNT-CARDS.
           DISPLAY "Enter Account ID:".
           ACCEPT WS-ACCOUNT-ID.
           MOVE 0 TO WS-LISTED-COUNT.
           OPEN INPUT CARD-MASTER-FILE.
           IF WS-CARDMST-FILE-STATUS NOT = "00"
               CLOSE CARD-MASTER-FILE
               DISPLAY "No cards on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "CARD NUMBER       S ISSUED   EXPIRY".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CM-ACCOUNT-ID = WS-ACCOUNT-ID
                           DISPLAY CM-CARD-NUMBER "  " CM-STATUS " "
                               CM-ISSUE-DATE " " CM-EXPIRY(5:2) "/"
                               CM-EXPIRY(1:4)
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARD-MASTER-FILE.
           DISPLAY "-----------------------------------".
           DISPLAY "Cards listed: " WS-LISTED-COUNT
               "  (A active, B blocked, R replaced)".

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "CARDMNT " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
