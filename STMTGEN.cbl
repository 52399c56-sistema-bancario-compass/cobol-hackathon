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
           SELECT PARM-CARD-FILE ASSIGN TO "STMPARM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-BALHIST-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PARM-CARD-FILE.
       01 PARM-CARD-RECORD.
           05 SP-RUN-MODE        PIC X(1).
           05 SP-START-DATE      PIC 9(8).
           05 SP-END-DATE        PIC 9(8).

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BH-KEY.
               10 BH-DATE        PIC 9(8).
               10 BH-ACCOUNT-ID  PIC 9(6).
           05 BH-BALANCE         PIC S9(6)V99.
           05 BH-STATUS          PIC X(1).
           05 BH-TYPE            PIC X(1).

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
       01 WS-TXN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-STATEMENT-FILENAME PIC X(40).
       01 WS-SPOOL-FILENAME   PIC X(40) VALUE SPACES.

       01 WS-ACCOUNT-FILE-STATUS PIC X(2) VALUE "00".
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
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CUST-ID         PIC 9(5).
       01 WS-CUSTOMER-NAME   PIC X(30).
       01 WS-END-DATE        PIC 9(8).
       01 WS-CURRENT-DATE    PIC 9(8).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-OWNER-ROLE      PIC X VALUE "P".
       01 WS-OWNER-REPEAT    PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-REPORT-LINE     PIC X(80).
       01 WS-ACCOUNT-TABLE.
       01 WS-CUTOFF-DATE     PIC 9(8) VALUE 0.
       01 WS-STMTS-PRODUCED  PIC 9(5) VALUE 0.
       01 WS-STMTS-SKIPPED   PIC 9(5) VALUE 0.
       01 WS-EOD-PRODUCED    PIC 9(6) VALUE 0.
       01 WS-EOD-SKIPPED     PIC 9(6) VALUE 0.
       01 WS-BATCH-EOF       PIC X VALUE "N".
       01 WS-BUSDATE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-PARM-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PARM-MODE       PIC X VALUE "N".
       01 WS-EOD-MODE        PIC X VALUE "N".
       01 WS-BUSINESS-DATE   PIC 9(8) VALUE 0.

      *    Cycle figures built from the daily balance history.
       01 WS-BALHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-BH-EOF          PIC X VALUE "N".
       01 WS-CYCLE-DAYS      PIC 9(5) VALUE 0.
       01 WS-CYCLE-SUM       PIC S9(11)V99 VALUE 0.
       01 WS-CYCLE-AVERAGE   PIC S9(6)V99 VALUE 0.
       01 WS-CYCLE-MINIMUM   PIC S9(6)V99 VALUE 0.
       01 WS-SEG-BALANCE     PIC S9(6)V99 VALUE 0.
       01 WS-SEG-START       PIC 9(8) VALUE 0.
       01 WS-SEG-DAYS        PIC S9(5) VALUE 0.
       01 WS-HAVE-SEGMENT    PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM READ-BUSINESS-DATE.
           IF WS-EOD-MODE = "Y"
               PERFORM EOD-CYCLE-RUN
           END-READ.
           CLOSE PARM-CARD-FILE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO ES-DATE.
           MOVE "STMTGEN " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       READ-BUSINESS-DATE.
           MOVE "N" TO WS-EOD-MODE.
           OPEN INPUT BUSINESS-DATE-FILE.
           DISPLAY "Month-end statement run for business date "
               WS-BUSINESS-DATE ". All cycles.".
           MOVE 1 TO WS-BATCH-CYCLE.
           MOVE 0 TO WS-EOD-PRODUCED.
           MOVE 0 TO WS-EOD-SKIPPED.
           PERFORM 4 TIMES
               MOVE WS-BUSINESS-DATE TO WS-END-DATE
               PERFORM RUN-BATCH-CYCLE
               ADD WS-STMTS-PRODUCED TO WS-EOD-PRODUCED
               ADD WS-STMTS-SKIPPED TO WS-EOD-SKIPPED
               ADD 1 TO WS-BATCH-CYCLE
           END-PERFORM.
           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Statements " WS-EOD-PRODUCED " skipped "
               WS-EOD-SKIPPED DELIMITED BY SIZE
               INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.

       RUN-BATCH-CYCLE.
           MOVE WS-END-DATE TO WS-CUTOFF-DATE.
           END-READ.
           CLOSE CUSTOMER-FILE.

      *    Custodial accounts are mailed to the custodian.
       GET-CUSTOMER-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           SET WS-AC-IDX TO 1.
           MOVE "P" TO WS-OWNER-ROLE.
           PERFORM COLLECT-OWNER-ACCOUNTS.
           MOVE "J" TO WS-OWNER-ROLE.
           PERFORM COLLECT-OWNER-ACCOUNTS.
           MOVE "K" TO WS-OWNER-ROLE.
           PERFORM COLLECT-OWNER-ACCOUNTS.
           CLOSE ACCOUNT-FILE.

       COLLECT-OWNER-ACCOUNTS.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND WS-OWNER-REPEAT = "N"
                   AND (WS-OWNER-ROLE NOT = "P"
                       OR AC-CUSTODIAN-ID = 0)
                   AND WS-ACCOUNT-COUNT < 50
                   MOVE AC-ID TO WS-AC-ID(WS-AC-IDX)
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET WS-AC-IDX UP BY 1
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

       GENERATE-STATEMENT.
           PERFORM DETERMINE-ARCHIVE-MODE.
                  AC-ID DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           PERFORM LOOKUP-ACCOUNT-PRODUCT.
           IF WS-PRODUCT-FOUND = "Y"
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "Type: " DELIMITED BY SIZE
                      WS-PRODUCT-NAME DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
           ELSE
               EVALUATE TRUE
                   WHEN AC-SAVINGS
                       MOVE "Type: Savings" TO STATEMENT-FILE-LINE
                   WHEN AC-CD
                       MOVE "Type: Certificate of Deposit" TO
                           STATEMENT-FILE-LINE
                   WHEN AC-BUSINESS
                       MOVE "Type: Business Checking"
                           TO STATEMENT-FILE-LINE
                   WHEN OTHER
                       MOVE "Type: Checking" TO STATEMENT-FILE-LINE
               END-EVALUATE
           END-IF.
           WRITE STATEMENT-FILE-LINE.
           EVALUATE TRUE
               WHEN AC-CLOSED
                   MOVE "Status: Closed" TO STATEMENT-FILE-LINE
               WHEN AC-DORMANT
                   MOVE "Status: Dormant" TO STATEMENT-FILE-LINE
               WHEN AC-FROZEN
                   MOVE "Status: Frozen" TO STATEMENT-FILE-LINE
               WHEN OTHER
                   MOVE "Status: Open" TO STATEMENT-FILE-LINE
           END-EVALUATE.
           WRITE STATEMENT-FILE-LINE.
           IF AC-CUSTODIAN-ID NOT = 0
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "Custodial account: custodian for customer "
                      DELIMITED BY SIZE
                      AC-CUST-ID DELIMITED BY SIZE
                      " (minor)" DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           END-IF.

           MOVE AC-BALANCE TO WS-OPENING-BALANCE.
           MOVE AC-BALANCE TO WS-CLOSING-BALANCE.
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.

           PERFORM COMPUTE-CYCLE-BALANCES.
           IF WS-CYCLE-DAYS = 0
               MOVE "Average Daily Balance: no daily history"
                   TO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           ELSE
               MOVE WS-CYCLE-AVERAGE TO WS-FORMATTED-BALANCE
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "Average Daily Balance: $" DELIMITED BY SIZE
                      WS-FORMATTED-BALANCE DELIMITED BY SIZE
                      " over " DELIMITED BY SIZE
                      WS-CYCLE-DAYS DELIMITED BY SIZE
                      " days" DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
               MOVE WS-CYCLE-MINIMUM TO WS-FORMATTED-BALANCE
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "Minimum Balance: $" DELIMITED BY SIZE
                      WS-FORMATTED-BALANCE DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           END-IF.

      *    Period average and low from the BALHIST.dat snapshots.
       COMPUTE-CYCLE-BALANCES.
           MOVE 0 TO WS-CYCLE-DAYS.
           MOVE 0 TO WS-CYCLE-SUM.
           MOVE 0 TO WS-CYCLE-AVERAGE.
           MOVE 0 TO WS-CYCLE-MINIMUM.
           MOVE "N" TO WS-HAVE-SEGMENT.
           OPEN INPUT BALANCE-HISTORY-FILE.
           IF WS-BALHIST-FILE-STATUS = "35"
               CLOSE BALANCE-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-AC-ID TO BH-ACCOUNT-ID.
           START BALANCE-HISTORY-FILE KEY = BH-ACCOUNT-ID
               INVALID KEY
                   MOVE "Y" TO WS-BH-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-BH-EOF
           END-START.
           PERFORM UNTIL WS-BH-EOF = "Y"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BH-EOF
                   NOT AT END
                       IF BH-ACCOUNT-ID NOT = WS-CURRENT-AC-ID
                           OR BH-DATE > WS-END-DATE
                           MOVE "Y" TO WS-BH-EOF
                       ELSE
                           PERFORM APPLY-BALANCE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-HISTORY-FILE.
           IF WS-HAVE-SEGMENT = "Y"
               COMPUTE WS-SEG-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-SEG-START) + 1
               PERFORM ADD-BALANCE-SEGMENT
           END-IF.
           IF WS-CYCLE-DAYS > 0
               COMPUTE WS-CYCLE-AVERAGE ROUNDED =
                   WS-CYCLE-SUM / WS-CYCLE-DAYS
           END-IF.

       APPLY-BALANCE-SNAPSHOT.
           IF BH-DATE < WS-START-DATE
               MOVE BH-BALANCE TO WS-SEG-BALANCE
               MOVE WS-START-DATE TO WS-SEG-START
               MOVE "Y" TO WS-HAVE-SEGMENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-HAVE-SEGMENT = "Y"
               COMPUTE WS-SEG-DAYS =
                   FUNCTION INTEGER-OF-DATE(BH-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-SEG-START)
               PERFORM ADD-BALANCE-SEGMENT
           END-IF.
           MOVE BH-BALANCE TO WS-SEG-BALANCE.
           MOVE BH-DATE TO WS-SEG-START.
           MOVE "Y" TO WS-HAVE-SEGMENT.

       ADD-BALANCE-SEGMENT.
           IF WS-SEG-DAYS < 1
               EXIT PARAGRAPH
           END-IF.
           IF WS-CYCLE-DAYS = 0
               OR WS-SEG-BALANCE < WS-CYCLE-MINIMUM
               MOVE WS-SEG-BALANCE TO WS-CYCLE-MINIMUM
           END-IF.
           ADD WS-SEG-DAYS TO WS-CYCLE-DAYS.
           COMPUTE WS-CYCLE-SUM =
               WS-CYCLE-SUM + WS-SEG-BALANCE * WS-SEG-DAYS.

       DETERMINE-ARCHIVE-MODE.
           MOVE "N" TO WS-ARCHIVE-MODE.
           MOVE 0 TO WS-ARCHIVE-CUTOFF.
               WHEN TR-TRANSFER AND TR-CREDIT
                   MOVE TR-AMOUNT TO WS-SIGNED-DELTA
               WHEN (TR-CARRYFWD OR TR-REVERSAL OR TR-EXTERNAL
                   OR TR-CHARGEOFF OR TR-WITHHOLDING)
                   AND TR-DEBIT
                   COMPUTE WS-SIGNED-DELTA = TR-AMOUNT * -1
               WHEN (TR-CARRYFWD OR TR-REVERSAL OR TR-EXTERNAL
                   OR TR-CHARGEOFF OR TR-WITHHOLDING)
                   AND TR-CREDIT
                   MOVE TR-AMOUNT TO WS-SIGNED-DELTA
               WHEN OTHER
                          " Fee      $" DELIMITED BY SIZE
                          WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN TR-WITHHOLDING
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " Tax W/H  $" DELIMITED BY SIZE
                          WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
           END-EVALUATE.

           MOVE WS-REPORT-LINE TO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           ADD 1 TO WS-STMT-TXN-COUNT.

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

       BUILD-STATEMENT-FILENAME.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           STRING "STMT-" DELIMITED BY SIZE
