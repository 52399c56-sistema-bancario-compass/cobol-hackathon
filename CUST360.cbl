           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANMST.dat"
           ORGANIZATION IS INDEXED
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
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

       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LN-BRANCH          PIC 9(3).
           05 LN-PAY-ACCOUNT-ID  PIC 9(6).
           05 LN-LATE-FEE-DATE   PIC 9(8).
           05 LN-ESCROW-BALANCE  PIC S9(6)V99.
           05 LN-ESCROW-MONTHLY  PIC 9(6)V99.
           05 LN-ESCROW-ANALYSIS-DATE PIC 9(8).
           05 LN-TAX-PAYEE       PIC X(30).
           05 LN-TAX-AMOUNT      PIC 9(6)V99.
           05 LN-TAX-FREQ        PIC 9(2).
           05 LN-TAX-DUE-DATE    PIC 9(8).
           05 LN-INS-PAYEE       PIC X(30).
           05 LN-INS-AMOUNT      PIC 9(6)V99.
           05 LN-INS-FREQ        PIC 9(2).
           05 LN-INS-DUE-DATE    PIC 9(8).

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HH-ID              PIC 9(5).
           05 HH-CUST-ID         PIC 9(5).
           05 HH-ROLE            PIC X(1).
               88 HH-HEAD        VALUE "H".
               88 HH-MEMBER      VALUE "M".
           05 HH-NAME            PIC X(30).
           05 HH-ADDED-DATE      PIC 9(8).

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
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-LOAN-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ORDER-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-QUEUE-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HOUSEHOLD-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRODCAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY WS-PD-IDX.
             10 WS-PD-CODE        PIC X(4).
             10 WS-PD-NAME        PIC X(30).
             10 WS-PD-RATE-KEY    PIC X(1).
             10 WS-PD-FEE-KEY     PIC X(1).
       01 WS-PRODUCT-COUNT        PIC 9(2) VALUE 0.
       01 WS-PRODUCT-EOF          PIC X VALUE "N".
       01 WS-PRODUCT-FOUND        PIC X VALUE "N".
       01 WS-PRODUCT-NAME         PIC X(30) VALUE SPACES.
       01 WS-PRODUCT-RATE-KEY     PIC X(1) VALUE SPACE.
       01 WS-PRODUCT-FEE-KEY      PIC X(1) VALUE SPACE.
       01 WS-ACCOUNT-LABEL        PIC X(24) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-OWNER-CUST-ID        PIC 9(5) VALUE 0.
       01 WS-OWNER-ROLE           PIC X VALUE "P".
       01 WS-OWNER-REPEAT         PIC X VALUE "N".
       01 WS-CURRENT-DATE         PIC 9(8).
       01 WS-CUST-ID              PIC 9(5).
       01 WS-SPOOL-WANTED         PIC X VALUE "N".
       01 WS-ACH-COUNT            PIC 9(3) VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-HOUSEHOLD-ID         PIC 9(5) VALUE 0.
       01 WS-HOUSEHOLD-NAME       PIC X(30) VALUE SPACES.
       01 WS-MEMBER-TABLE.
          05 WS-MEMBER-ENTRY OCCURS 100 TIMES INDEXED BY WS-HM-IDX.
             10 WS-HM-CUST-ID     PIC 9(5).
             10 WS-HM-ROLE        PIC X(1).
       01 WS-MEMBER-COUNT         PIC 9(3) VALUE 0.
       01 WS-MEMBER-NAME          PIC X(30) VALUE SPACES.
       01 WS-ROLE-TEXT            PIC X(6) VALUE SPACES.
       01 WS-HH-DEPOSIT-TOTAL     PIC S9(9)V99 VALUE 0.
       01 WS-HH-LOAN-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-HH-NET               PIC S9(9)V99 VALUE 0.
       01 WS-HH-MATCH-ID          PIC 9(5) VALUE 0.
       01 WS-HH-MEMBER-NO         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PRODUCT-TABLE.
           MOVE 0 TO WS-DEPOSIT-TOTAL.
           MOVE 0 TO WS-LOAN-TOTAL.
           MOVE 0 TO WS-HOLD-TOTAL.
                  CR-STATUS DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-TIN-MASK.
           IF CR-TIN NOT = SPACES
               MOVE "*****" TO WS-TIN-MASK(1:5)
               MOVE CR-TIN(6:4) TO WS-TIN-MASK(6:4)
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING "TIN " DELIMITED BY SIZE
                  WS-TIN-MASK DELIMITED BY SIZE
                  "  W-9 " DELIMITED BY SIZE
                  CR-W9-STATUS DELIMITED BY SIZE
                  "  Backup withholding " DELIMITED BY SIZE
                  CR-BACKUP-WH DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM PUT-LINE.
           MOVE "===================================" TO WS-LINE.
           PERFORM PUT-LINE.

           PERFORM LIST-ACTIVE-HOLDS.
           PERFORM LIST-PENDING-ACH.
           PERFORM WRITE-RELATIONSHIP-TOTALS.
           PERFORM LIST-HOUSEHOLD.

           IF WS-SPOOL-WANTED = "Y"
               CLOSE RELATIONSHIP-REPORT-FILE
               PERFORM PUT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-ID TO WS-OWNER-CUST-ID.
           MOVE "P" TO WS-OWNER-ROLE.
           PERFORM LIST-OWNER-ACCOUNTS.
           MOVE "J" TO WS-OWNER-ROLE.
           PERFORM LIST-OWNER-ACCOUNTS.
           CLOSE ACCOUNT-FILE.
           IF WS-ACCOUNT-COUNT = 0
               MOVE "  (none)" TO WS-LINE
               PERFORM PUT-LINE
           END-IF.

       LIST-OWNER-ACCOUNTS.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND WS-OWNER-REPEAT = "N"
                   PERFORM LIST-ONE-ACCOUNT
               END-IF
           END-PERFORM.

      *    One pass per role: P primary owner, J joint owner.
       START-OWNER-ACCOUNTS.
           MOVE "N" TO WS-EOF.
           IF WS-OWNER-CUST-ID = 0
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-OWNER-ROLE
               WHEN "P"
                   MOVE WS-OWNER-CUST-ID TO AC-CUST-ID
                   START ACCOUNT-FILE KEY = AC-CUST-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               WHEN OTHER
                   MOVE WS-OWNER-CUST-ID TO AC-JOINT-CUST-ID
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
                   IF AC-CUST-ID NOT = WS-OWNER-CUST-ID
                       MOVE "Y" TO WS-EOF
                   END-IF
               WHEN OTHER
                   IF AC-JOINT-CUST-ID NOT = WS-OWNER-CUST-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF AC-CUST-ID = WS-OWNER-CUST-ID
                           MOVE "Y" TO WS-OWNER-REPEAT
                       END-IF
                   END-IF
           END-EVALUATE.

       LIST-ONE-ACCOUNT.
           IF WS-ACCOUNT-COUNT < 100
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE "J" TO WS-OWN-ACCOUNT
           END-IF.
           MOVE AC-BALANCE TO WS-FORMATTED-AMOUNT.
           PERFORM LOOKUP-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-ACCOUNT-LABEL.
           IF WS-PRODUCT-FOUND = "Y"
               MOVE WS-PRODUCT-NAME TO WS-ACCOUNT-LABEL
           ELSE
               STRING "Type " AC-TYPE DELIMITED BY SIZE
                   INTO WS-ACCOUNT-LABEL
           END-IF.
           MOVE SPACES TO WS-LINE.
           IF WS-OWN-ACCOUNT = "J"
               STRING "  Account " DELIMITED BY SIZE
                      AC-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACCOUNT-LABEL TRAILING)
                          DELIMITED BY SIZE
                      " Status " DELIMITED BY SIZE
                      AC-STATUS DELIMITED BY SIZE
                      " Bal " DELIMITED BY SIZE
           ELSE
               STRING "  Account " DELIMITED BY SIZE
                      AC-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACCOUNT-LABEL TRAILING)
                          DELIMITED BY SIZE
                      " Status " DELIMITED BY SIZE
                      AC-STATUS DELIMITED BY SIZE
                      " Bal " DELIMITED BY SIZE
           END-IF.
           PERFORM PUT-LINE.

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

       LIST-LOANS.
           MOVE "LOANS" TO WS-LINE.
           PERFORM PUT-LINE.
           MOVE "===================================" TO WS-LINE.
           PERFORM PUT-LINE.

      *    Jointly held member accounts are counted once.
       LIST-HOUSEHOLD.
           MOVE "HOUSEHOLD" TO WS-LINE.
           PERFORM PUT-LINE.
           PERFORM LOAD-HOUSEHOLD-MEMBERS.
           IF WS-HOUSEHOLD-ID = 0
               MOVE "  (not in a household)" TO WS-LINE
               PERFORM PUT-LINE
               MOVE "===================================" TO WS-LINE
               PERFORM PUT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LINE.
           STRING "  Household " DELIMITED BY SIZE
                  WS-HOUSEHOLD-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-HOUSEHOLD-NAME DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM PUT-LINE.
           SET WS-HM-IDX TO 1.
           PERFORM WS-MEMBER-COUNT TIMES
               PERFORM LIST-ONE-MEMBER
               SET WS-HM-IDX UP BY 1
           END-PERFORM.

           PERFORM TOTAL-HOUSEHOLD-DEPOSITS.
           PERFORM TOTAL-HOUSEHOLD-LOANS.
           COMPUTE WS-HH-NET = WS-HH-DEPOSIT-TOTAL - WS-HH-LOAN-TOTAL.

           MOVE WS-HH-DEPOSIT-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO WS-LINE.
           STRING "Household deposits:  " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM PUT-LINE.
           MOVE WS-HH-LOAN-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO WS-LINE.
           STRING "Household loans:     " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM PUT-LINE.
           MOVE WS-HH-NET TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO WS-LINE.
           STRING "Household total:     " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM PUT-LINE.
           MOVE "===================================" TO WS-LINE.
           PERFORM PUT-LINE.

       LOAD-HOUSEHOLD-MEMBERS.
           MOVE 0 TO WS-HOUSEHOLD-ID.
           MOVE 0 TO WS-MEMBER-COUNT.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-FILE-STATUS NOT = "00"
               CLOSE HOUSEHOLD-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HH-CUST-ID = WS-CUST-ID
                           MOVE HH-ID TO WS-HOUSEHOLD-ID
                           MOVE HH-NAME TO WS-HOUSEHOLD-NAME
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-ID = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HOUSEHOLD-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HH-ID = WS-HOUSEHOLD-ID
                           AND WS-MEMBER-COUNT < 100
                           ADD 1 TO WS-MEMBER-COUNT
                           SET WS-HM-IDX TO WS-MEMBER-COUNT
                           MOVE HH-CUST-ID TO WS-HM-CUST-ID(WS-HM-IDX)
                           MOVE HH-ROLE TO WS-HM-ROLE(WS-HM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

       LIST-ONE-MEMBER.
           MOVE SPACES TO WS-MEMBER-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE WS-HM-CUST-ID(WS-HM-IDX) TO CR-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF.
           CLOSE CUSTOMER-FILE.
           IF WS-HM-ROLE(WS-HM-IDX) = "H"
               MOVE "Head  " TO WS-ROLE-TEXT
           ELSE
               MOVE "Member" TO WS-ROLE-TEXT
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING "  Customer " DELIMITED BY SIZE
                  WS-HM-CUST-ID(WS-HM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ROLE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MEMBER-NAME DELIMITED BY SIZE
                  INTO WS-LINE.
           PERFORM PUT-LINE.

      *    Sets WS-FOUND when WS-HH-MATCH-ID is a household member.
       CHECK-HOUSEHOLD-MEMBER.
           MOVE "N" TO WS-FOUND.
           SET WS-HM-IDX TO 1.
           PERFORM UNTIL WS-HM-IDX > WS-MEMBER-COUNT
               OR WS-FOUND = "Y"
               IF WS-HM-CUST-ID(WS-HM-IDX) = WS-HH-MATCH-ID
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-HM-IDX UP BY 1
               END-IF
           END-PERFORM.

       TOTAL-HOUSEHOLD-DEPOSITS.
           MOVE 0 TO WS-HH-DEPOSIT-TOTAL.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-HH-MEMBER-NO FROM 1 BY 1
               UNTIL WS-HH-MEMBER-NO > WS-MEMBER-COUNT
               MOVE WS-HM-CUST-ID(WS-HH-MEMBER-NO) TO WS-OWNER-CUST-ID
               MOVE "P" TO WS-OWNER-ROLE
               PERFORM TOTAL-MEMBER-DEPOSITS
               MOVE "J" TO WS-OWNER-ROLE
               PERFORM TOTAL-MEMBER-DEPOSITS
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

       TOTAL-MEMBER-DEPOSITS.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND NOT AC-CLOSED
                   MOVE "N" TO WS-FOUND
                   IF WS-OWNER-ROLE = "J"
                       MOVE AC-CUST-ID TO WS-HH-MATCH-ID
                       PERFORM CHECK-HOUSEHOLD-MEMBER
                   END-IF
                   IF WS-FOUND = "N"
                       ADD AC-BALANCE TO WS-HH-DEPOSIT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       TOTAL-HOUSEHOLD-LOANS.
           MOVE 0 TO WS-HH-LOAN-TOTAL.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               CLOSE LOAN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOT LN-CLOSED
                           MOVE LN-CUST-ID TO WS-HH-MATCH-ID
                           PERFORM CHECK-HOUSEHOLD-MEMBER
                           IF WS-FOUND = "Y"
                               ADD LN-PRINCIPAL TO WS-HH-LOAN-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

       REGISTER-SPOOL-ENTRY.
           OPEN EXTEND SPOOL-CATALOG-FILE.
           IF WS-SPOOLCAT-FILE-STATUS = "35"
