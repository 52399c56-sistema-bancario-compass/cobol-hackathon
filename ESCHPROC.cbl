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
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCHK-FILE-STATUS.
           SELECT OFFICIAL-CHECK-NEW-FILE ASSIGN TO "OFFCHK.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
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

       FD ESCHEAT-QUEUE-FILE.
       01 ESCHEAT-QUEUE-RECORD.
           05 EQ-STATUS          PIC X(1).
               88 EQ-LETTERED    VALUE "L".
               88 EQ-REMITTED    VALUE "R".
      *    Blank for an account; a check number is in EQ-ACCOUNT-ID.
           05 EQ-ITEM-TYPE       PIC X(1).
               88 EQ-OFFICIAL-CHECK VALUE "O".

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
           05 TC-NEXT-TR-ID      PIC 9(8).

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

       FD OFFICIAL-CHECK-NEW-FILE.
       01 OFFICIAL-CHECK-NEW-RECORD PIC X(114).

       WORKING-STORAGE SECTION.
       01 WS-CONTLOG-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OFFCHK-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ESCHQ-FILE-STATUS    PIC X(2) VALUE "00".
             10 WS-EQ-CUST-ID     PIC 9(5).
             10 WS-EQ-LETTER-DATE PIC 9(8).
             10 WS-EQ-STATUS      PIC X(1).
             10 WS-EQ-ITEM-TYPE   PIC X(1).
       01 WS-QUEUE-COUNT          PIC 9(3) VALUE 0.
       01 WS-QUEUE-FULL           PIC X VALUE "N".

             10 WS-RM-CUST-ID     PIC 9(5).
             10 WS-RM-NAME        PIC X(30).
             10 WS-RM-AMOUNT      PIC S9(6)V99.
             10 WS-RM-ITEM-TYPE   PIC X(1).
       01 WS-REMIT-COUNT          PIC 9(3) VALUE 0.
       01 WS-INSERT-AT            PIC 9(3) VALUE 0.
       01 WS-SHIFT-IDX            PIC 9(3) VALUE 0.
       01 WS-WORK-CUST-ID         PIC 9(5) VALUE 0.
       01 WS-WORK-BRANCH          PIC 9(3) VALUE 1.
       01 WS-STILL-DORMANT        PIC X VALUE "N".
       01 WS-CHECKS-REMITTED      PIC 9(5) VALUE 0.
       01 WS-WORK-ITEM-TYPE       PIC X(1) VALUE SPACE.
       01 WS-CHECK-OUTSTANDING    PIC X VALUE "N".
       01 WS-CHECK-PURCHASER      PIC X(30) VALUE SPACES.
       01 WS-REMIT-LABEL          PIC X(10) VALUE SPACES.
       01 WS-FORMATTED-AMOUNT     PIC -ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
                  WS-LETTERS-WRITTEN DELIMITED BY SIZE
                  "  Accounts remitted: " DELIMITED BY SIZE
                  WS-ACCOUNTS-REMITTED DELIMITED BY SIZE
                  "  Official checks remitted: " DELIMITED BY SIZE
                  WS-CHECKS-REMITTED DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-GRAND-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE "ESCHEATMENT RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Letters " WS-LETTERS-WRITTEN " remitted "
               WS-ACCOUNTS-REMITTED " checks "
               WS-CHECKS-REMITTED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "ESCHEATMENT PROCESSING COMPLETE".
           DISPLAY "Due-diligence letters: " WS-LETTERS-WRITTEN.
           DISPLAY "Accounts remitted: " WS-ACCOUNTS-REMITTED.
           DISPLAY "Official checks remitted: " WS-CHECKS-REMITTED.
           DISPLAY "Total remitted: " WS-GRAND-TOTAL.
           DISPLAY "Letters file: " WS-LETTER-FILENAME.
           DISPLAY "Remittance file: " WS-REMIT-FILENAME.
                               TO WS-EQ-LETTER-DATE(WS-EQ-IDX)
                           MOVE EQ-STATUS
                               TO WS-EQ-STATUS(WS-EQ-IDX)
                           MOVE EQ-ITEM-TYPE
                               TO WS-EQ-ITEM-TYPE(WS-EQ-IDX)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-EQ-CUST-ID(WS-EQ-IDX) TO EQ-CUST-ID
               MOVE WS-EQ-LETTER-DATE(WS-EQ-IDX) TO EQ-LETTER-DATE
               MOVE WS-EQ-STATUS(WS-EQ-IDX) TO EQ-STATUS
               MOVE WS-EQ-ITEM-TYPE(WS-EQ-IDX) TO EQ-ITEM-TYPE
               WRITE ESCHEAT-QUEUE-RECORD
               SET WS-EQ-IDX UP BY 1
           END-PERFORM.
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
           PERFORM SCAN-OFFICIAL-CHECKS.
           CLOSE LETTER-FILE.

       CONSIDER-LETTER.
           PERFORM UNTIL WS-EQ-IDX > WS-QUEUE-COUNT
               OR WS-FOUND = "Y"
               IF WS-EQ-ACCOUNT-ID(WS-EQ-IDX) = AC-ID
                   AND WS-EQ-ITEM-TYPE(WS-EQ-IDX) NOT = "O"
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-EQ-IDX UP BY 1
           MOVE AC-CUST-ID TO WS-EQ-CUST-ID(WS-EQ-IDX).
           MOVE WS-DATE TO WS-EQ-LETTER-DATE(WS-EQ-IDX).
           MOVE "L" TO WS-EQ-STATUS(WS-EQ-IDX).
           MOVE SPACE TO WS-EQ-ITEM-TYPE(WS-EQ-IDX).
           ADD 1 TO WS-LETTERS-WRITTEN.

           MOVE SPACES TO REGISTER-LINE.
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

      *    Unpresented official checks escheat like dormant accounts.
       SCAN-OFFICIAL-CHECKS.
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
                       IF OK-OUTSTANDING
                           AND OK-ISSUE-DATE < WS-CUTOFF-DATE
                           PERFORM CONSIDER-CHECK-LETTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.

       CONSIDER-CHECK-LETTER.
           MOVE "N" TO WS-FOUND.
           SET WS-EQ-IDX TO 1.
           PERFORM UNTIL WS-EQ-IDX > WS-QUEUE-COUNT
               OR WS-FOUND = "Y"
               IF WS-EQ-ACCOUNT-ID(WS-EQ-IDX) = OK-NUMBER
                   AND WS-EQ-ITEM-TYPE(WS-EQ-IDX) = "O"
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-EQ-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-QUEUE-COUNT >= 500
               MOVE "Y" TO WS-QUEUE-FULL
               EXIT PARAGRAPH
           END-IF.

           PERFORM GET-PURCHASER-ADDRESS.
           PERFORM WRITE-CHECK-LETTER.
           IF OK-CUST-ID NOT = 0
               PERFORM WRITE-CHECK-CONTACT-ENTRY
           END-IF.

           ADD 1 TO WS-QUEUE-COUNT.
           SET WS-EQ-IDX TO WS-QUEUE-COUNT.
           MOVE OK-NUMBER TO WS-EQ-ACCOUNT-ID(WS-EQ-IDX).
           MOVE OK-CUST-ID TO WS-EQ-CUST-ID(WS-EQ-IDX).
           MOVE WS-DATE TO WS-EQ-LETTER-DATE(WS-EQ-IDX).
           MOVE "L" TO WS-EQ-STATUS(WS-EQ-IDX).
           MOVE "O" TO WS-EQ-ITEM-TYPE(WS-EQ-IDX).
           ADD 1 TO WS-LETTERS-WRITTEN.

           MOVE SPACES TO REGISTER-LINE.
           STRING "LETTER  OffChk  " DELIMITED BY SIZE
                  OK-NUMBER DELIMITED BY SIZE
                  " Cust " DELIMITED BY SIZE
                  OK-CUST-ID DELIMITED BY SIZE
                  " Issued " DELIMITED BY SIZE
                  OK-ISSUE-DATE DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE "ESCHEAT LETTER SENT" TO WS-AUDIT-ACTION.
           MOVE OK-NUMBER TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Official check issued " OK-ISSUE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

      *    Walk-in purchasers have no customer record.
       GET-PURCHASER-ADDRESS.
           MOVE OK-PURCHASER TO CR-NAME.
           MOVE SPACES TO CR-ADDRESS.
           MOVE SPACES TO CR-CITY.
           MOVE SPACES TO CR-STATE.
           MOVE SPACES TO CR-ZIP.
           IF OK-CUST-ID = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE OK-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE OK-PURCHASER TO CR-NAME
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE CUSTOMER-FILE.

       WRITE-CHECK-CONTACT-ENTRY.
           OPEN EXTEND CONTACT-LOG-FILE.
           IF WS-CONTLOG-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG-FILE
           END-IF.
           MOVE OK-CUST-ID TO CN-CUST-ID.
           MOVE WS-DATE TO CN-DATE.
           MOVE WS-TIME TO CN-TIME.
           MOVE "SYSTEM  " TO CN-OPERATOR.
           MOVE "L" TO CN-TYPE.
           MOVE SPACES TO CN-NOTE.
           STRING "Escheatment due-diligence letter official check "
               OK-NUMBER DELIMITED BY SIZE INTO CN-NOTE.
           WRITE CONTACT-LOG-RECORD.
           CLOSE CONTACT-LOG-FILE.

       WRITE-CHECK-LETTER.
           MOVE "-----------------------------------" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CR-NAME TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CR-ADDRESS TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING CR-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-ZIP DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Re: Official check " DELIMITED BY SIZE
                  OK-NUMBER DELIMITED BY SIZE
                  " issued " DELIMITED BY SIZE
                  OK-ISSUE-DATE DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Payable to " DELIMITED BY SIZE
                  OK-PAYEE DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "The official check you purchased has not been"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "presented for payment. Unless you contact us, the"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "funds will be remitted to the state as unclaimed"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "property." TO LETTER-LINE.
           WRITE LETTER-LINE.

       GET-LETTER-CUSTOMER.
           MOVE "(customer not on file)" TO CR-NAME.
           MOVE SPACES TO CR-ADDRESS.
               IF WS-EQ-STATUS(WS-EQ-IDX) = "L"
                   AND WS-EQ-LETTER-DATE(WS-EQ-IDX)
                       <= WS-REMIT-CUTOFF
                   IF WS-EQ-ITEM-TYPE(WS-EQ-IDX) = "O"
                       PERFORM REMIT-OFFICIAL-CHECK
                   ELSE
                       PERFORM REMIT-ONE-ACCOUNT
                   END-IF
               END-IF
               SET WS-EQ-IDX UP BY 1
           END-PERFORM.
           END-IF.

           PERFORM GET-CUSTOMER-FOR-REMIT.
           MOVE SPACE TO WS-WORK-ITEM-TYPE.
           PERFORM ADD-REMIT-ENTRY.
           MOVE "R" TO WS-EQ-STATUS(WS-EQ-IDX).
           ADD 1 TO WS-ACCOUNTS-REMITTED.
               CR-STATE DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

      *    No customer transaction; GLPOST releases the liability.
       REMIT-OFFICIAL-CHECK.
           MOVE WS-EQ-ACCOUNT-ID(WS-EQ-IDX) TO WS-WORK-ACCOUNT-ID.
           MOVE WS-EQ-CUST-ID(WS-EQ-IDX) TO WS-WORK-CUST-ID.
           PERFORM LOOKUP-OFFICIAL-CHECK.
           IF WS-CHECK-OUTSTANDING = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-OFFICIAL-CHECK-ESCHEATED.

           MOVE "??" TO CR-STATE.
           IF WS-WORK-CUST-ID NOT = 0
               PERFORM GET-CUSTOMER-FOR-REMIT
           END-IF.
           MOVE WS-CHECK-PURCHASER TO CR-NAME.
           MOVE "O" TO WS-WORK-ITEM-TYPE.
           PERFORM ADD-REMIT-ENTRY.
           MOVE "R" TO WS-EQ-STATUS(WS-EQ-IDX).
           ADD 1 TO WS-CHECKS-REMITTED.
           ADD WS-REMIT-AMOUNT TO WS-GRAND-TOTAL.

           MOVE SPACES TO REGISTER-LINE.
           STRING "REMIT   OffChk  " DELIMITED BY SIZE
                  WS-WORK-ACCOUNT-ID DELIMITED BY SIZE
                  " Cust " DELIMITED BY SIZE
                  WS-WORK-CUST-ID DELIMITED BY SIZE
                  " State " DELIMITED BY SIZE
                  CR-STATE DELIMITED BY SIZE
                  " Amount " DELIMITED BY SIZE
                  WS-REMIT-AMOUNT DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE "OFFICIAL CHK ESCHEAT" TO WS-AUDIT-ACTION.
           MOVE WS-WORK-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Remitted " WS-REMIT-AMOUNT " to state "
               CR-STATE DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       LOOKUP-OFFICIAL-CHECK.
           MOVE "N" TO WS-CHECK-OUTSTANDING.
           MOVE 0 TO WS-REMIT-AMOUNT.
           MOVE SPACES TO WS-CHECK-PURCHASER.
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
                       IF OK-NUMBER = WS-WORK-ACCOUNT-ID
                           IF OK-OUTSTANDING
                               MOVE "Y" TO WS-CHECK-OUTSTANDING
                               MOVE OK-AMOUNT TO WS-REMIT-AMOUNT
                               MOVE OK-PURCHASER
                                   TO WS-CHECK-PURCHASER
                           END-IF
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.

       MARK-OFFICIAL-CHECK-ESCHEATED.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           OPEN OUTPUT OFFICIAL-CHECK-NEW-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OFFICIAL-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OK-NUMBER = WS-WORK-ACCOUNT-ID
                           AND OK-OUTSTANDING
                           MOVE "E" TO OK-STATUS
                           MOVE WS-DATE TO OK-STATUS-DATE
                       END-IF
                       WRITE OFFICIAL-CHECK-NEW-RECORD
                           FROM OFFICIAL-CHECK-RECORD
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.
           CLOSE OFFICIAL-CHECK-NEW-FILE.

           OPEN INPUT OFFICIAL-CHECK-NEW-FILE.
           OPEN OUTPUT OFFICIAL-CHECK-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OFFICIAL-CHECK-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE OFFICIAL-CHECK-RECORD
                           FROM OFFICIAL-CHECK-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-NEW-FILE.
           CLOSE OFFICIAL-CHECK-FILE.
           CALL "CBL_DELETE_FILE" USING "OFFCHK.tmp".

       GET-CUSTOMER-FOR-REMIT.
           MOVE "(customer not on file)" TO CR-NAME.
           MOVE "??" TO CR-STATE.
           MOVE WS-WORK-CUST-ID TO WS-RM-CUST-ID(WS-RM-IDX).
           MOVE CR-NAME TO WS-RM-NAME(WS-RM-IDX).
           MOVE WS-REMIT-AMOUNT TO WS-RM-AMOUNT(WS-RM-IDX).
           MOVE WS-WORK-ITEM-TYPE TO WS-RM-ITEM-TYPE(WS-RM-IDX).

       RECORD-ESCHEAT-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
               END-IF
               MOVE WS-RM-AMOUNT(WS-RM-IDX) TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO REMIT-LINE
               IF WS-RM-ITEM-TYPE(WS-RM-IDX) = "O"
                   MOVE "  Off chk " TO WS-REMIT-LABEL
               ELSE
                   MOVE "  Account " TO WS-REMIT-LABEL
               END-IF
               STRING WS-REMIT-LABEL DELIMITED BY SIZE
                      WS-RM-ACCOUNT-ID(WS-RM-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RM-NAME(WS-RM-IDX) DELIMITED BY SIZE
