       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINCHASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
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
           SELECT QUEUE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD QUEUE-REPORT-FILE.
       01 QUEUE-REPORT-LINE      PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).
           05 BD-STATUS          PIC X(1).
               88 BD-COMPLETE    VALUE "C".
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

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

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
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-OWNER-CUST-ID        PIC 9(5) VALUE 0.
       01 WS-OWNER-ROLE           PIC X VALUE "P".
       01 WS-OWNER-REPEAT         PIC X VALUE "N".
       01 WS-LOW-ACCOUNT-ID       PIC 9(6) VALUE 0.
       01 WS-LOW-BRANCH           PIC 9(3) VALUE 0.
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

       01 WS-REASON               PIC X(20) VALUE SPACES.
       01 WS-TIN-MASK             PIC X(9) VALUE SPACES.
       01 WS-CUSTOMERS-CHECKED    PIC 9(5) VALUE 0.
       01 WS-TIN-MISSING          PIC 9(5) VALUE 0.
       01 WS-W9-UNCERTIFIED       PIC 9(5) VALUE 0.
       01 WS-NOT-QUEUED           PIC 9(5) VALUE 0.

       01 WS-QUEUE-TABLE.
          05 WS-QUEUE-ENTRY OCCURS 2000 TIMES INDEXED BY WS-KQ-IDX.
             10 WS-KQ-CUST-ID     PIC 9(5).
             10 WS-KQ-NAME        PIC X(30).
             10 WS-KQ-PHONE       PIC X(15).
             10 WS-KQ-TIN-MASK    PIC X(9).
             10 WS-KQ-W9-STATUS   PIC X(1).
             10 WS-KQ-REASON      PIC X(20).
             10 WS-KQ-BRANCH      PIC 9(3).
             10 WS-KQ-PRINTED     PIC X(1).
       01 WS-QUEUE-COUNT          PIC 9(5) VALUE 0.
       01 WS-CURRENT-BRANCH       PIC 9(3) VALUE 0.
       01 WS-BRANCH-FOUND         PIC X VALUE "N".
       01 WS-BRANCH-ITEMS         PIC 9(5) VALUE 0.
       01 WS-BRANCH-COUNT         PIC 9(3) VALUE 0.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "No customer master (CUSTMST.dat) on file. "
                   "Nothing to list."
               CLOSE CUSTOMER-FILE
               MOVE "P" TO WS-ES-FLAG
               MOVE "No customer master on file" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-ACTIVE
                           ADD 1 TO WS-CUSTOMERS-CHECKED
                           PERFORM CHECK-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           PERFORM ASSIGN-QUEUE-BRANCHES.

           STRING "TINLIST-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           PERFORM WRITE-QUEUE-REPORT.

           MOVE "TIN CHASE LIST RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Checked " WS-CUSTOMERS-CHECKED " listed "
               WS-QUEUE-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           MOVE "TINCHASE" TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           DISPLAY "===================================".
           DISPLAY "MISSING TAXPAYER ID LIST COMPLETE".
           DISPLAY "Active customers checked: " WS-CUSTOMERS-CHECKED.
           DISPLAY "No TIN on file: " WS-TIN-MISSING.
           DISPLAY "W-9 not certified: " WS-W9-UNCERTIFIED.
           DISPLAY "Customers listed: " WS-QUEUE-COUNT.
           IF WS-NOT-QUEUED > 0
               DISPLAY "Customers over the 2000-entry list limit: "
                   WS-NOT-QUEUED
           END-IF.
           DISPLAY "List written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".

           IF WS-NOT-QUEUED > 0
               MOVE "A" TO WS-ES-FLAG
           ELSE
               MOVE "P" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Checked " WS-CUSTOMERS-CHECKED " listed "
               WS-QUEUE-COUNT " over limit " WS-NOT-QUEUED
               DELIMITED BY SIZE INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       READ-BUSINESS-DATE.
           MOVE "N" TO WS-EOD-MODE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-RUNNING
                       MOVE "Y" TO WS-EOD-MODE
                       MOVE BD-BUSINESS-DATE TO WS-DATE
                   END-IF
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

      *    Listed while interest is subject to backup withholding.
       CHECK-ONE-CUSTOMER.
           IF CR-TIN NOT = SPACES AND CR-W9-CERTIFIED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TIN-MASK.
           IF CR-TIN = SPACES
               MOVE "NO TIN ON FILE" TO WS-REASON
               ADD 1 TO WS-TIN-MISSING
           ELSE
               MOVE "*****" TO WS-TIN-MASK(1:5)
               MOVE CR-TIN(6:4) TO WS-TIN-MASK(6:4)
               MOVE "W-9 NOT CERTIFIED" TO WS-REASON
               ADD 1 TO WS-W9-UNCERTIFIED
           END-IF.

           IF WS-QUEUE-COUNT >= 2000
               ADD 1 TO WS-NOT-QUEUED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QUEUE-COUNT.
           SET WS-KQ-IDX TO WS-QUEUE-COUNT.
           MOVE CR-ID TO WS-KQ-CUST-ID(WS-KQ-IDX).
           MOVE CR-NAME TO WS-KQ-NAME(WS-KQ-IDX).
           MOVE CR-PHONE TO WS-KQ-PHONE(WS-KQ-IDX).
           MOVE WS-TIN-MASK TO WS-KQ-TIN-MASK(WS-KQ-IDX).
           MOVE CR-W9-STATUS TO WS-KQ-W9-STATUS(WS-KQ-IDX).
           IF WS-KQ-W9-STATUS(WS-KQ-IDX) = SPACE
               MOVE "N" TO WS-KQ-W9-STATUS(WS-KQ-IDX)
           END-IF.
           MOVE WS-REASON TO WS-KQ-REASON(WS-KQ-IDX).
           MOVE 0 TO WS-KQ-BRANCH(WS-KQ-IDX).
           MOVE "N" TO WS-KQ-PRINTED(WS-KQ-IDX).

      *    Chased by the branch of the lowest open account, else 000.
       ASSIGN-QUEUE-BRANCHES.
           IF WS-QUEUE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-KQ-IDX FROM 1 BY 1
               UNTIL WS-KQ-IDX > WS-QUEUE-COUNT
               PERFORM MATCH-QUEUE-TO-ACCOUNTS
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

       MATCH-QUEUE-TO-ACCOUNTS.
           MOVE WS-KQ-CUST-ID(WS-KQ-IDX) TO WS-OWNER-CUST-ID.
           MOVE 0 TO WS-LOW-ACCOUNT-ID.
           MOVE 0 TO WS-LOW-BRANCH.
           MOVE "P" TO WS-OWNER-ROLE.
           PERFORM FIND-LOWEST-OWNER-ACCOUNT.
           MOVE "J" TO WS-OWNER-ROLE.
           PERFORM FIND-LOWEST-OWNER-ACCOUNT.
           MOVE WS-LOW-BRANCH TO WS-KQ-BRANCH(WS-KQ-IDX).

       FIND-LOWEST-OWNER-ACCOUNT.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND (AC-OPEN OR AC-DORMANT)
                   AND (WS-LOW-ACCOUNT-ID = 0
                       OR AC-ID < WS-LOW-ACCOUNT-ID)
                   MOVE AC-ID TO WS-LOW-ACCOUNT-ID
                   MOVE AC-BRANCH TO WS-LOW-BRANCH
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

       WRITE-QUEUE-REPORT.
           OPEN OUTPUT QUEUE-REPORT-FILE.
           MOVE "CUSTOMERS MISSING A CERTIFIED TAXPAYER ID (W-9)" TO
               QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "  Active customers checked: " DELIMITED BY SIZE
                  WS-CUSTOMERS-CHECKED DELIMITED BY SIZE
                  INTO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           MOVE "Interest is subject to backup withholding."
               TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.

           MOVE 0 TO WS-BRANCH-COUNT.
           MOVE "Y" TO WS-BRANCH-FOUND.
           PERFORM UNTIL WS-BRANCH-FOUND = "N"
               PERFORM FIND-NEXT-QUEUE-BRANCH
               IF WS-BRANCH-FOUND = "Y"
                   PERFORM WRITE-BRANCH-SECTION
               END-IF
           END-PERFORM.

           MOVE SPACES TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           IF WS-QUEUE-COUNT = 0
               MOVE "Every active customer has a certified TIN."
                   TO QUEUE-REPORT-LINE
               WRITE QUEUE-REPORT-LINE
           END-IF.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           STRING "No TIN on file: " DELIMITED BY SIZE
                  WS-TIN-MISSING DELIMITED BY SIZE
                  "  W-9 not certified: " DELIMITED BY SIZE
                  WS-W9-UNCERTIFIED DELIMITED BY SIZE
                  INTO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           STRING "Customers listed: " DELIMITED BY SIZE
                  WS-QUEUE-COUNT DELIMITED BY SIZE
                  "  Branches: " DELIMITED BY SIZE
                  WS-BRANCH-COUNT DELIMITED BY SIZE
                  INTO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           IF WS-NOT-QUEUED > 0
               MOVE SPACES TO QUEUE-REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                      WS-NOT-QUEUED DELIMITED BY SIZE
                      " further customers exceed the 2000-entry "
                      "list limit ***" DELIMITED BY SIZE
                      INTO QUEUE-REPORT-LINE
               WRITE QUEUE-REPORT-LINE
           END-IF.
           CLOSE QUEUE-REPORT-FILE.

      *    Picks the lowest branch not yet printed.
       FIND-NEXT-QUEUE-BRANCH.
           MOVE "N" TO WS-BRANCH-FOUND.
           PERFORM VARYING WS-KQ-IDX FROM 1 BY 1
               UNTIL WS-KQ-IDX > WS-QUEUE-COUNT
               IF WS-KQ-PRINTED(WS-KQ-IDX) = "N"
                   IF WS-BRANCH-FOUND = "N"
                       OR WS-KQ-BRANCH(WS-KQ-IDX) < WS-CURRENT-BRANCH
                       MOVE WS-KQ-BRANCH(WS-KQ-IDX)
                           TO WS-CURRENT-BRANCH
                       MOVE "Y" TO WS-BRANCH-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-BRANCH-SECTION.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE 0 TO WS-BRANCH-ITEMS.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           IF WS-CURRENT-BRANCH = 0
               MOVE "BRANCH 000 - NO OPEN ACCOUNT (OPERATIONS)"
                   TO QUEUE-REPORT-LINE
           ELSE
               STRING "BRANCH " DELIMITED BY SIZE
                      WS-CURRENT-BRANCH DELIMITED BY SIZE
                      INTO QUEUE-REPORT-LINE
           END-IF.
           WRITE QUEUE-REPORT-LINE.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           STRING "CUST  NAME                           PHONE"
                  "           TIN       W REASON" DELIMITED BY SIZE
                  INTO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.

           PERFORM VARYING WS-KQ-IDX FROM 1 BY 1
               UNTIL WS-KQ-IDX > WS-QUEUE-COUNT
               IF WS-KQ-PRINTED(WS-KQ-IDX) = "N"
                   AND WS-KQ-BRANCH(WS-KQ-IDX) = WS-CURRENT-BRANCH
                   PERFORM WRITE-QUEUE-DETAIL
                   MOVE "Y" TO WS-KQ-PRINTED(WS-KQ-IDX)
                   ADD 1 TO WS-BRANCH-ITEMS
               END-IF
           END-PERFORM.

           MOVE SPACES TO QUEUE-REPORT-LINE.
           STRING "  Items for branch: " DELIMITED BY SIZE
                  WS-BRANCH-ITEMS DELIMITED BY SIZE
                  INTO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.

       WRITE-QUEUE-DETAIL.
           MOVE SPACES TO QUEUE-REPORT-LINE.
           STRING WS-KQ-CUST-ID(WS-KQ-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KQ-NAME(WS-KQ-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KQ-PHONE(WS-KQ-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KQ-TIN-MASK(WS-KQ-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KQ-W9-STATUS(WS-KQ-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-KQ-REASON(WS-KQ-IDX) DELIMITED BY SIZE
                  INTO QUEUE-REPORT-LINE.
           WRITE QUEUE-REPORT-LINE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "TINCHASE" TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       REGISTER-SPOOL-ENTRY.
           OPEN EXTEND SPOOL-CATALOG-FILE.
           IF WS-SPOOLCAT-FILE-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOG-FILE
           END-IF.
           MOVE WS-SPOOL-TYPE TO SC-REPORT-TYPE.
           MOVE WS-SPOOL-KEY TO SC-KEY.
           MOVE WS-SPOOL-DATE TO SC-RUN-DATE.
           MOVE WS-SPOOL-FILENAME TO SC-FILENAME.
           WRITE SPOOL-CATALOG-RECORD.
           CLOSE SPOOL-CATALOG-FILE.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "TINCHASE" TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
