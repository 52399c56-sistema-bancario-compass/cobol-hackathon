       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTANL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-SCHEDULE-FILE ASSIGN TO "ANLSCHED.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANLSCHED-FILE-STATUS.
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
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKREG-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT ANALYSIS-STATEMENT-FILE
           ASSIGN TO WS-STATEMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTERNAL-ITEM-FILE ASSIGN TO "EXTITEM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTITEM-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT ANALYSIS-CONTROL-FILE ASSIGN TO "ANLCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANLCTL-FILE-STATUS.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    AS-RATE is a unit price, except ECR: the earnings rate.
       FD ANALYSIS-SCHEDULE-FILE.
       01 ANALYSIS-SCHEDULE-RECORD.
           05 AS-CODE            PIC X(4).
           05 AS-DESCRIPTION     PIC X(24).
           05 AS-RATE            PIC 9(4)V9(4).

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

       FD CHECK-REGISTER-FILE.
       01 CHECK-RECORD.
           05 CK-ACCOUNT-ID      PIC 9(6).
           05 CK-NUMBER          PIC 9(6).
           05 CK-AMOUNT          PIC 9(6)V99.
           05 CK-DATE            PIC 9(8).
           05 CK-STATUS          PIC X(1).
               88 CK-OUTSTANDING VALUE "O".
               88 CK-CLEARED     VALUE "C".
               88 CK-STOPPED     VALUE "S".

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HD-ID              PIC 9(5).
           05 HD-ACCOUNT-ID      PIC 9(6).
           05 HD-TYPE            PIC X(1).
               88 HD-LEGAL       VALUE "L".
               88 HD-DISPUTED    VALUE "D".
               88 HD-LARGE-CHECK VALUE "C".
           05 HD-AMOUNT          PIC 9(6)V99.
           05 HD-PLACED-DATE     PIC 9(8).
           05 HD-RELEASE-DATE    PIC 9(8).
           05 HD-STATUS          PIC X(1).
               88 HD-ACTIVE      VALUE "A".
               88 HD-RELEASED    VALUE "R".

       FD ANALYSIS-STATEMENT-FILE.
       01 ANALYSIS-STATEMENT-LINE PIC X(80).

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

       FD EOD-STATUS-FILE.
       01 EOD-STATUS-RECORD.
           05 ES-DATE            PIC 9(8).
           05 ES-STEP            PIC X(8).
           05 ES-FLAG            PIC X(1).
               88 ES-PASS        VALUE "P".
               88 ES-ATTENTION   VALUE "A".
           05 ES-DETAIL          PIC X(60).

       FD ANALYSIS-CONTROL-FILE.
       01 ANALYSIS-CONTROL-RECORD.
           05 NC-LAST-PERIOD     PIC 9(6).
           05 NC-RUN-DATE        PIC 9(8).

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

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
       01 WS-ANLSCHED-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CHECKREG-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EXTITEM-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ANLCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-STATEMENT-FILENAME   PIC X(40).
       01 WS-CURRENT-PERIOD       PIC 9(6) VALUE 0.
       01 WS-LAST-PERIOD          PIC 9(6) VALUE 0.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.

      *    Analysis period: first of the month through the run date.
       01 WS-PERIOD-START         PIC 9(8) VALUE 0.
       01 WS-PERIOD-END           PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-START     PIC 9(8) VALUE 0.
       01 WS-PERIOD-DAYS          PIC 9(2) VALUE 0.
       01 WS-POSTING-DAYS         PIC 9(2) VALUE 0.
       01 WS-DAY-NUMBER           PIC 9(2) VALUE 0.
       01 WS-DAY-DATE             PIC 9(8) VALUE 0.

       01 WS-SCHEDULE-TABLE.
          05 WS-SCHEDULE-ENTRY OCCURS 20 TIMES INDEXED BY WS-AS-IDX.
             10 WS-AS-CODE          PIC X(4).
             10 WS-AS-DESCRIPTION   PIC X(24).
             10 WS-AS-RATE          PIC 9(4)V9(4).
             10 WS-AS-VOLUME        PIC 9(7)V99.
             10 WS-AS-CHARGE        PIC 9(7)V99.
       01 WS-SCHEDULE-COUNT       PIC 9(2) VALUE 0.
       01 WS-EARNINGS-RATE        PIC 9(4)V9(4) VALUE 0.

       01 WS-ANALYSIS-TABLE.
          05 WS-ANALYSIS-ENTRY OCCURS 500 TIMES INDEXED BY WS-AN-IDX.
             10 WS-AN-ACCOUNT-ID  PIC 9(6).
             10 WS-AN-CUST-ID     PIC 9(5).
             10 WS-AN-BRANCH      PIC 9(3).
             10 WS-AN-BALANCE     PIC S9(6)V99.
       01 WS-ANALYSIS-COUNT       PIC 9(4) VALUE 0.
       01 WS-ANALYSIS-FULL        PIC X VALUE "N".

      *    Checks paid this period, from CHECKREG.dat.
       01 WS-CHECK-TABLE.
          05 WS-CHECK-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CK-IDX.
             10 WS-CK-ACCOUNT-ID  PIC 9(6).
             10 WS-CK-DATE        PIC 9(8).
             10 WS-CK-AMOUNT      PIC 9(6)V99.
             10 WS-CK-MATCHED     PIC X(1).
       01 WS-CHECK-COUNT          PIC 9(4) VALUE 0.
       01 WS-CHECK-FULL           PIC X VALUE "N".
       01 WS-CHECK-FOUND          PIC X VALUE "N".

      *    ACH items and card ATM withdrawals, by E transaction ID.
       01 WS-ORIGIN-TABLE.
          05 WS-ORIGIN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-OR-IDX.
             10 WS-OR-TR-ID       PIC 9(8).
             10 WS-OR-ORIGIN      PIC X(1).
       01 WS-ORIGIN-COUNT         PIC 9(4) VALUE 0.
       01 WS-ORIGIN-FULL          PIC X VALUE "N".
       01 WS-ITEM-ORIGIN          PIC X(1) VALUE SPACE.

      *    Large-check holds, for the collected balance.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 1000 TIMES INDEXED BY WS-HD-IDX.
             10 WS-HD-ACCOUNT-ID  PIC 9(6).
             10 WS-HD-AMOUNT      PIC 9(6)V99.
             10 WS-HD-PLACED-DATE PIC 9(8).
             10 WS-HD-RELEASE-DATE PIC 9(8).
       01 WS-HOLD-COUNT           PIC 9(4) VALUE 0.
       01 WS-HOLD-FULL            PIC X VALUE "N".

       01 WS-DAY-DELTA-TABLE.
          05 WS-DAY-DELTA OCCURS 31 TIMES PIC S9(8)V99.

       01 WS-CURRENT-AC-ID        PIC 9(6) VALUE 0.
       01 WS-CUSTOMER-NAME        PIC X(30) VALUE SPACES.
       01 WS-SIGNED-DELTA         PIC S9(6)V99 VALUE 0.
       01 WS-RUNNING-BALANCE      PIC S9(8)V99 VALUE 0.
       01 WS-DAY-HOLDS            PIC 9(8)V99 VALUE 0.
       01 WS-LEDGER-SUM           PIC S9(10)V99 VALUE 0.
       01 WS-FLOAT-SUM            PIC 9(10)V99 VALUE 0.
       01 WS-AVG-LEDGER           PIC S9(8)V99 VALUE 0.
       01 WS-AVG-FLOAT            PIC 9(8)V99 VALUE 0.
       01 WS-AVG-COLLECTED        PIC S9(8)V99 VALUE 0.
       01 WS-DEPOSIT-ITEMS        PIC 9(5) VALUE 0.
       01 WS-CHECKS-PAID          PIC 9(5) VALUE 0.
       01 WS-ACH-ITEMS            PIC 9(5) VALUE 0.
       01 WS-CASH-HANDLED         PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-CHARGES        PIC 9(7)V99 VALUE 0.
       01 WS-EARNINGS-CREDIT      PIC 9(7)V99 VALUE 0.
       01 WS-NET-CHARGE           PIC 9(7)V99 VALUE 0.
       01 WS-CHARGE-POSTED        PIC X VALUE "N".

       01 WS-ANALYZED-COUNT       PIC 9(5) VALUE 0.
       01 WS-CHARGED-COUNT        PIC 9(5) VALUE 0.
       01 WS-CHARGED-TOTAL        PIC 9(8)V99 VALUE 0.

       01 WS-FORMATTED-VOLUME     PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-RATE       PIC Z,ZZ9.9999.
       01 WS-FORMATTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-BALANCE    PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.

           MOVE WS-DATE(1:6) TO WS-CURRENT-PERIOD.
           PERFORM READ-ANALYSIS-CONTROL.
           IF WS-LAST-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Account analysis has already been run for "
                   "period " WS-CURRENT-PERIOD ". Run refused."
               MOVE "A" TO WS-ES-FLAG
               MOVE SPACES TO WS-ES-DETAIL
               STRING "Period " WS-CURRENT-PERIOD " already analyzed"
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ANALYSIS-SCHEDULE.
           IF WS-SCHEDULE-COUNT = 0
               DISPLAY "No analysis schedule (ANLSCHED.dat) on file. "
                   "Nothing to analyze."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No analysis schedule" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.

           PERFORM SET-ANALYSIS-PERIOD.
           PERFORM SELECT-BUSINESS-ACCOUNTS.
           PERFORM LOAD-CHECKS-PAID.
           PERFORM LOAD-FLOAT-HOLDS.
           PERFORM LOAD-ITEM-ORIGINS.
           IF WS-ANALYSIS-FULL = "Y" OR WS-CHECK-FULL = "Y"
               OR WS-HOLD-FULL = "Y" OR WS-ORIGIN-FULL = "Y"
               DISPLAY "Business accounts, checks paid, holds or "
                   "external items exceed the working limits "
                   "(500/2000/1000/5000). Analysis run "
                   "refused - nothing was posted and the period is "
                   "still open."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Over working limits, nothing posted"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET WS-AN-IDX TO 1.
           PERFORM WS-ANALYSIS-COUNT TIMES
               PERFORM ANALYZE-ONE-ACCOUNT
               SET WS-AN-IDX UP BY 1
           END-PERFORM.
           PERFORM WRITE-ANALYSIS-CONTROL.

           MOVE "ACCOUNT ANALYSIS RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Analyzed " WS-ANALYZED-COUNT " charged "
               WS-CHARGED-COUNT " total " WS-CHARGED-TOTAL
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "ACCOUNT ANALYSIS RUN COMPLETE".
           DISPLAY "Period: " WS-PERIOD-START " to " WS-PERIOD-END.
           DISPLAY "Accounts analyzed: " WS-ANALYZED-COUNT.
           DISPLAY "Accounts charged: " WS-CHARGED-COUNT.
           DISPLAY "Total charged: " WS-CHARGED-TOTAL.
           DISPLAY "===================================".
           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Analyzed " WS-ANALYZED-COUNT " charged "
               WS-CHARGED-COUNT " total " WS-CHARGED-TOTAL
               DELIMITED BY SIZE INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-TRANSACTION-ID.

       READ-ANALYSIS-CONTROL.
           MOVE 0 TO WS-LAST-PERIOD.
           OPEN INPUT ANALYSIS-CONTROL-FILE.
           IF WS-ANLCTL-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ ANALYSIS-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE NC-LAST-PERIOD TO WS-LAST-PERIOD
           END-READ.
           CLOSE ANALYSIS-CONTROL-FILE.

       WRITE-ANALYSIS-CONTROL.
           OPEN OUTPUT ANALYSIS-CONTROL-FILE.
           MOVE WS-CURRENT-PERIOD TO NC-LAST-PERIOD.
           MOVE WS-DATE TO NC-RUN-DATE.
           WRITE ANALYSIS-CONTROL-RECORD.
           CLOSE ANALYSIS-CONTROL-FILE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "ACCTANL " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

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

       LOAD-ANALYSIS-SCHEDULE.
           MOVE 0 TO WS-SCHEDULE-COUNT.
           MOVE 0 TO WS-EARNINGS-RATE.
           OPEN INPUT ANALYSIS-SCHEDULE-FILE.
           IF WS-ANLSCHED-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ANALYSIS-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AS-CODE = "ECR "
                           MOVE AS-RATE TO WS-EARNINGS-RATE
                       ELSE
                           IF WS-SCHEDULE-COUNT < 20
                               ADD 1 TO WS-SCHEDULE-COUNT
                               SET WS-AS-IDX TO WS-SCHEDULE-COUNT
                               MOVE AS-CODE TO WS-AS-CODE(WS-AS-IDX)
                               MOVE AS-DESCRIPTION
                                   TO WS-AS-DESCRIPTION(WS-AS-IDX)
                               MOVE AS-RATE TO WS-AS-RATE(WS-AS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ANALYSIS-SCHEDULE-FILE.

       SET-ANALYSIS-PERIOD.
           MOVE WS-DATE TO WS-PERIOD-START.
           MOVE "01" TO WS-PERIOD-START(7:2).
           MOVE WS-DATE TO WS-PERIOD-END.
           MOVE WS-DATE(7:2) TO WS-POSTING-DAYS.
           IF WS-EOD-MODE = "Y"
               IF WS-PERIOD-START(5:2) = "12"
                   COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 8900
               ELSE
                   COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
               END-IF
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
                   - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           ELSE
               MOVE WS-POSTING-DAYS TO WS-PERIOD-DAYS
           END-IF.

       SELECT-BUSINESS-ACCOUNTS.
           MOVE 0 TO WS-ANALYSIS-COUNT.
           MOVE "N" TO WS-ANALYSIS-FULL.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               DISPLAY "No accounts on file. Nothing to analyze."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AC-BUSINESS AND AC-OPEN
                           PERFORM ADD-ANALYSIS-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

       ADD-ANALYSIS-ACCOUNT.
           IF WS-ANALYSIS-COUNT >= 500
               MOVE "Y" TO WS-ANALYSIS-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ANALYSIS-COUNT.
           SET WS-AN-IDX TO WS-ANALYSIS-COUNT.
           MOVE AC-ID TO WS-AN-ACCOUNT-ID(WS-AN-IDX).
           MOVE AC-CUST-ID TO WS-AN-CUST-ID(WS-AN-IDX).
           MOVE AC-BRANCH TO WS-AN-BRANCH(WS-AN-IDX).
           MOVE AC-BALANCE TO WS-AN-BALANCE(WS-AN-IDX).

       LOAD-CHECKS-PAID.
           MOVE 0 TO WS-CHECK-COUNT.
           MOVE "N" TO WS-CHECK-FULL.
           IF WS-ANALYSIS-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CHECKREG-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CK-CLEARED
                           AND CK-DATE >= WS-PERIOD-START
                           AND CK-DATE <= WS-PERIOD-END
                           PERFORM ADD-CHECK-PAID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECK-REGISTER-FILE.

       ADD-CHECK-PAID.
           MOVE CK-ACCOUNT-ID TO WS-CURRENT-AC-ID.
           PERFORM FIND-ANALYSIS-ACCOUNT.
           IF WS-AN-IDX > WS-ANALYSIS-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHECK-COUNT >= 2000
               MOVE "Y" TO WS-CHECK-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHECK-COUNT.
           SET WS-CK-IDX TO WS-CHECK-COUNT.
           MOVE CK-ACCOUNT-ID TO WS-CK-ACCOUNT-ID(WS-CK-IDX).
           MOVE CK-DATE TO WS-CK-DATE(WS-CK-IDX).
           MOVE CK-AMOUNT TO WS-CK-AMOUNT(WS-CK-IDX).
           MOVE "N" TO WS-CK-MATCHED(WS-CK-IDX).

       LOAD-ITEM-ORIGINS.
           MOVE 0 TO WS-ORIGIN-COUNT.
           MOVE "N" TO WS-ORIGIN-FULL.
           IF WS-ANALYSIS-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EXTERNAL-ITEM-FILE.
           IF WS-EXTITEM-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EXTERNAL-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (EX-ACH OR EX-CARD-ATM)
                           AND EX-DATE >= WS-PERIOD-START
                           AND EX-DATE <= WS-PERIOD-END
                           PERFORM ADD-ITEM-ORIGIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXTERNAL-ITEM-FILE.

       ADD-ITEM-ORIGIN.
           MOVE EX-ACCOUNT-ID TO WS-CURRENT-AC-ID.
           PERFORM FIND-ANALYSIS-ACCOUNT.
           IF WS-AN-IDX > WS-ANALYSIS-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORIGIN-COUNT >= 5000
               MOVE "Y" TO WS-ORIGIN-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ORIGIN-COUNT.
           SET WS-OR-IDX TO WS-ORIGIN-COUNT.
           MOVE EX-TR-ID TO WS-OR-TR-ID(WS-OR-IDX).
           MOVE EX-ORIGIN TO WS-OR-ORIGIN(WS-OR-IDX).

       LOAD-FLOAT-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE "N" TO WS-HOLD-FULL.
           IF WS-ANALYSIS-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HD-LARGE-CHECK
                           AND HD-PLACED-DATE <= WS-PERIOD-END
                           PERFORM ADD-FLOAT-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       ADD-FLOAT-HOLD.
           IF HD-RELEASED AND HD-RELEASE-DATE <= WS-PERIOD-START
               EXIT PARAGRAPH
           END-IF.
           MOVE HD-ACCOUNT-ID TO WS-CURRENT-AC-ID.
           PERFORM FIND-ANALYSIS-ACCOUNT.
           IF WS-AN-IDX > WS-ANALYSIS-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOLD-COUNT >= 1000
               MOVE "Y" TO WS-HOLD-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           SET WS-HD-IDX TO WS-HOLD-COUNT.
           MOVE HD-ACCOUNT-ID TO WS-HD-ACCOUNT-ID(WS-HD-IDX).
           MOVE HD-AMOUNT TO WS-HD-AMOUNT(WS-HD-IDX).
           MOVE HD-PLACED-DATE TO WS-HD-PLACED-DATE(WS-HD-IDX).
           IF HD-RELEASED
               MOVE HD-RELEASE-DATE TO WS-HD-RELEASE-DATE(WS-HD-IDX)
           ELSE
               MOVE 99999999 TO WS-HD-RELEASE-DATE(WS-HD-IDX)
           END-IF.

       FIND-ANALYSIS-ACCOUNT.
           SET WS-AN-IDX TO 1.
           PERFORM UNTIL WS-AN-IDX > WS-ANALYSIS-COUNT
               OR WS-AN-ACCOUNT-ID(WS-AN-IDX) = WS-CURRENT-AC-ID
               SET WS-AN-IDX UP BY 1
           END-PERFORM.

       ANALYZE-ONE-ACCOUNT.
           MOVE WS-AN-ACCOUNT-ID(WS-AN-IDX) TO WS-CURRENT-AC-ID.
           PERFORM COUNT-ACCOUNT-ACTIVITY.
           PERFORM COMPUTE-AVERAGE-BALANCES.
           PERFORM PRICE-ACCOUNT-ACTIVITY.
           MOVE "N" TO WS-CHARGE-POSTED.
           IF WS-NET-CHARGE > 0
               PERFORM POST-ANALYSIS-CHARGE
           END-IF.
           PERFORM WRITE-ANALYSIS-STATEMENT.
           ADD 1 TO WS-ANALYZED-COUNT.

      *    Backs out later items; counts and dates in-period items.
       COUNT-ACCOUNT-ACTIVITY.
           MOVE 0 TO WS-DEPOSIT-ITEMS.
           MOVE 0 TO WS-CHECKS-PAID.
           MOVE 0 TO WS-ACH-ITEMS.
           MOVE 0 TO WS-CASH-HANDLED.
           MOVE WS-AN-BALANCE(WS-AN-IDX) TO WS-RUNNING-BALANCE.
           MOVE 1 TO WS-DAY-NUMBER.
           PERFORM 31 TIMES
               MOVE 0 TO WS-DAY-DELTA(WS-DAY-NUMBER)
               ADD 1 TO WS-DAY-NUMBER
           END-PERFORM.

           SET WS-CK-IDX TO 1.
           PERFORM WS-CHECK-COUNT TIMES
               IF WS-CK-ACCOUNT-ID(WS-CK-IDX) = WS-CURRENT-AC-ID
                   ADD 1 TO WS-CHECKS-PAID
               END-IF
               SET WS-CK-IDX UP BY 1
           END-PERFORM.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "00"
               MOVE WS-CURRENT-AC-ID TO TR-ACCOUNT-ID
               START TRANSACTION-FILE KEY = TR-ACCOUNT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TR-ACCOUNT-ID NOT = WS-CURRENT-AC-ID
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM CLASSIFY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TRANSACTION-FILE.

       CLASSIFY-ONE-TRANSACTION.
           IF TR-DATE < WS-PERIOD-START
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-SIGNED-DELTA.
           IF TR-DATE > WS-PERIOD-END
               SUBTRACT WS-SIGNED-DELTA FROM WS-RUNNING-BALANCE
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-DATE(7:2) TO WS-DAY-NUMBER.
           ADD WS-SIGNED-DELTA TO WS-DAY-DELTA(WS-DAY-NUMBER).
           IF TR-IS-REVERSED
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN TR-DEPOSIT
                   ADD 1 TO WS-DEPOSIT-ITEMS
                   ADD TR-AMOUNT TO WS-CASH-HANDLED
               WHEN TR-WITHDRAW
                   PERFORM MATCH-CHECK-PAID
                   IF WS-CHECK-FOUND = "N"
                       ADD TR-AMOUNT TO WS-CASH-HANDLED
                   END-IF
               WHEN TR-EXTERNAL
                   PERFORM MATCH-ITEM-ORIGIN
                   IF WS-ITEM-ORIGIN = "A"
                       ADD 1 TO WS-ACH-ITEMS
                   END-IF
                   IF WS-ITEM-ORIGIN = "T" AND TR-DEBIT
                       ADD TR-AMOUNT TO WS-CASH-HANDLED
                   END-IF
           END-EVALUATE.

       MATCH-ITEM-ORIGIN.
           MOVE SPACE TO WS-ITEM-ORIGIN.
           SET WS-OR-IDX TO 1.
           PERFORM UNTIL WS-OR-IDX > WS-ORIGIN-COUNT
               OR WS-ITEM-ORIGIN NOT = SPACE
               IF WS-OR-TR-ID(WS-OR-IDX) = TR-ID
                   MOVE WS-OR-ORIGIN(WS-OR-IDX) TO WS-ITEM-ORIGIN
               ELSE
                   SET WS-OR-IDX UP BY 1
               END-IF
           END-PERFORM.

       MATCH-CHECK-PAID.
           MOVE "N" TO WS-CHECK-FOUND.
           SET WS-CK-IDX TO 1.
           PERFORM UNTIL WS-CK-IDX > WS-CHECK-COUNT
               OR WS-CHECK-FOUND = "Y"
               IF WS-CK-ACCOUNT-ID(WS-CK-IDX) = TR-ACCOUNT-ID
                   AND WS-CK-DATE(WS-CK-IDX) = TR-DATE
                   AND WS-CK-AMOUNT(WS-CK-IDX) = TR-AMOUNT
                   AND WS-CK-MATCHED(WS-CK-IDX) = "N"
                   MOVE "Y" TO WS-CK-MATCHED(WS-CK-IDX)
                   MOVE "Y" TO WS-CHECK-FOUND
               ELSE
                   SET WS-CK-IDX UP BY 1
               END-IF
           END-PERFORM.

       COMPUTE-SIGNED-DELTA.
           EVALUATE TRUE
               WHEN TR-DEPOSIT OR TR-INTEREST
                   MOVE TR-AMOUNT TO WS-SIGNED-DELTA
               WHEN TR-WITHDRAW OR TR-PENALTY OR TR-FEE
                   COMPUTE WS-SIGNED-DELTA = TR-AMOUNT * -1
               WHEN TR-TRANSFER AND TR-DEBIT
                   COMPUTE WS-SIGNED-DELTA = TR-AMOUNT * -1
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
                   MOVE 0 TO WS-SIGNED-DELTA
           END-EVALUATE.

      *    Collected balance is ledger less holds in force that day.
       COMPUTE-AVERAGE-BALANCES.
           MOVE 0 TO WS-LEDGER-SUM.
           MOVE 0 TO WS-FLOAT-SUM.
           MOVE WS-PERIOD-DAYS TO WS-DAY-NUMBER.
           PERFORM WS-PERIOD-DAYS TIMES
               MOVE WS-PERIOD-START TO WS-DAY-DATE
               MOVE WS-DAY-NUMBER TO WS-DAY-DATE(7:2)
               ADD WS-RUNNING-BALANCE TO WS-LEDGER-SUM
               PERFORM COMPUTE-DAY-HOLDS
               ADD WS-DAY-HOLDS TO WS-FLOAT-SUM
               IF WS-DAY-NUMBER <= WS-POSTING-DAYS
                   SUBTRACT WS-DAY-DELTA(WS-DAY-NUMBER)
                       FROM WS-RUNNING-BALANCE
               END-IF
               SUBTRACT 1 FROM WS-DAY-NUMBER
           END-PERFORM.
           COMPUTE WS-AVG-LEDGER ROUNDED =
               WS-LEDGER-SUM / WS-PERIOD-DAYS.
           COMPUTE WS-AVG-FLOAT ROUNDED =
               WS-FLOAT-SUM / WS-PERIOD-DAYS.
           COMPUTE WS-AVG-COLLECTED = WS-AVG-LEDGER - WS-AVG-FLOAT.

       COMPUTE-DAY-HOLDS.
           MOVE 0 TO WS-DAY-HOLDS.
           SET WS-HD-IDX TO 1.
           PERFORM WS-HOLD-COUNT TIMES
               IF WS-HD-ACCOUNT-ID(WS-HD-IDX) = WS-CURRENT-AC-ID
                   AND WS-HD-PLACED-DATE(WS-HD-IDX) <= WS-DAY-DATE
                   AND WS-HD-RELEASE-DATE(WS-HD-IDX) > WS-DAY-DATE
                   ADD WS-HD-AMOUNT(WS-HD-IDX) TO WS-DAY-HOLDS
               END-IF
               SET WS-HD-IDX UP BY 1
           END-PERFORM.

      *    Cash handled is priced per 1,000.00; ECR never goes below 0.
       PRICE-ACCOUNT-ACTIVITY.
           MOVE 0 TO WS-TOTAL-CHARGES.
           SET WS-AS-IDX TO 1.
           PERFORM WS-SCHEDULE-COUNT TIMES
               EVALUATE WS-AS-CODE(WS-AS-IDX)
                   WHEN "DEPI"
                       MOVE WS-DEPOSIT-ITEMS TO WS-AS-VOLUME(WS-AS-IDX)
                   WHEN "CHKP"
                       MOVE WS-CHECKS-PAID TO WS-AS-VOLUME(WS-AS-IDX)
                   WHEN "ACHI"
                       MOVE WS-ACH-ITEMS TO WS-AS-VOLUME(WS-AS-IDX)
                   WHEN "CASH"
                       COMPUTE WS-AS-VOLUME(WS-AS-IDX) ROUNDED =
                           WS-CASH-HANDLED / 1000
                   WHEN "MNTC"
                       MOVE 1 TO WS-AS-VOLUME(WS-AS-IDX)
                   WHEN OTHER
                       MOVE 0 TO WS-AS-VOLUME(WS-AS-IDX)
               END-EVALUATE
               COMPUTE WS-AS-CHARGE(WS-AS-IDX) ROUNDED =
                   WS-AS-VOLUME(WS-AS-IDX) * WS-AS-RATE(WS-AS-IDX)
               ADD WS-AS-CHARGE(WS-AS-IDX) TO WS-TOTAL-CHARGES
               SET WS-AS-IDX UP BY 1
           END-PERFORM.

           MOVE 0 TO WS-EARNINGS-CREDIT.
           IF WS-AVG-COLLECTED > 0
               COMPUTE WS-EARNINGS-CREDIT ROUNDED =
                   WS-AVG-COLLECTED * WS-EARNINGS-RATE
           END-IF.
           IF WS-EARNINGS-CREDIT >= WS-TOTAL-CHARGES
               MOVE 0 TO WS-NET-CHARGE
           ELSE
               COMPUTE WS-NET-CHARGE =
                   WS-TOTAL-CHARGES - WS-EARNINGS-CREDIT
           END-IF.

       POST-ANALYSIS-CHARGE.
           OPEN I-O ACCOUNT-FILE.
           MOVE WS-CURRENT-AC-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   SUBTRACT WS-NET-CHARGE FROM AC-BALANCE
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
                   MOVE "Y" TO WS-CHARGE-POSTED
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-NET-CHARGE TO WS-CHARGED-TOTAL
                   PERFORM RECORD-CHARGE-TRANSACTION
           END-READ.
           CLOSE ACCOUNT-FILE.

       RECORD-CHARGE-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-CURRENT-AC-ID TO TR-ACCOUNT-ID.
           MOVE "F" TO TR-TYPE.
           MOVE WS-NET-CHARGE TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE "N" TO TR-POSTED-FLAG.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-AN-BRANCH(WS-AN-IDX) TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "35"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AN-CUST-ID(WS-AN-IDX) TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-CUSTOMER-NAME
           END-READ.
           CLOSE CUSTOMER-FILE.

       WRITE-ANALYSIS-STATEMENT.
           PERFORM GET-CUSTOMER-NAME.
           MOVE SPACES TO WS-STATEMENT-FILENAME.
           STRING "ANLSTMT-" DELIMITED BY SIZE
                  WS-CURRENT-AC-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-STATEMENT-FILENAME.
           OPEN OUTPUT ANALYSIS-STATEMENT-FILE.

           MOVE "===================================" TO
               ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE "ACCOUNT ANALYSIS STATEMENT" TO ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           STRING "Customer: " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-AN-CUST-ID(WS-AN-IDX) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           STRING "Account: " DELIMITED BY SIZE
                  WS-CURRENT-AC-ID DELIMITED BY SIZE
                  "  Branch: " DELIMITED BY SIZE
                  WS-AN-BRANCH(WS-AN-IDX) DELIMITED BY SIZE
                  "  Type: Business Checking" DELIMITED BY SIZE
                  INTO ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           STRING "Period: " DELIMITED BY SIZE
                  WS-PERIOD-START DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  "  Days: " DELIMITED BY SIZE
                  WS-PERIOD-DAYS DELIMITED BY SIZE
                  INTO ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE "===================================" TO
               ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.

           MOVE "SERVICE                       VOLUME  UNIT PRICE"
               TO ANALYSIS-STATEMENT-LINE.
           MOVE "       CHARGE" TO ANALYSIS-STATEMENT-LINE(51:13).
           WRITE ANALYSIS-STATEMENT-LINE.
           SET WS-AS-IDX TO 1.
           PERFORM WS-SCHEDULE-COUNT TIMES
               PERFORM WRITE-SERVICE-LINE
               SET WS-AS-IDX UP BY 1
           END-PERFORM.
           MOVE "-----------------------------------" TO
               ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE WS-TOTAL-CHARGES TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           MOVE "Total service charges" TO ANALYSIS-STATEMENT-LINE.
           MOVE WS-FORMATTED-AMOUNT TO ANALYSIS-STATEMENT-LINE(51:13).
           WRITE ANALYSIS-STATEMENT-LINE.

           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE WS-AVG-LEDGER TO WS-FORMATTED-BALANCE.
           MOVE "Average ledger balance" TO ANALYSIS-STATEMENT-LINE.
           MOVE WS-FORMATTED-BALANCE TO ANALYSIS-STATEMENT-LINE(49:15).
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE WS-AVG-FLOAT TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           MOVE "Less average float (check holds)"
               TO ANALYSIS-STATEMENT-LINE.
           MOVE WS-FORMATTED-BALANCE TO ANALYSIS-STATEMENT-LINE(49:15).
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE WS-AVG-COLLECTED TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           MOVE "Average collected balance" TO ANALYSIS-STATEMENT-LINE.
           MOVE WS-FORMATTED-BALANCE TO ANALYSIS-STATEMENT-LINE(49:15).
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE WS-EARNINGS-RATE TO WS-FORMATTED-RATE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           STRING "Earnings credit rate (monthly)" DELIMITED BY SIZE
                  INTO ANALYSIS-STATEMENT-LINE.
           MOVE WS-FORMATTED-RATE TO ANALYSIS-STATEMENT-LINE(38:11).
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE WS-EARNINGS-CREDIT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           MOVE "Earnings credit" TO ANALYSIS-STATEMENT-LINE.
           MOVE WS-FORMATTED-AMOUNT TO ANALYSIS-STATEMENT-LINE(51:13).
           WRITE ANALYSIS-STATEMENT-LINE.

           MOVE "-----------------------------------" TO
               ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE WS-NET-CHARGE TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           MOVE "Net analysis charge" TO ANALYSIS-STATEMENT-LINE.
           MOVE WS-FORMATTED-AMOUNT TO ANALYSIS-STATEMENT-LINE(51:13).
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           IF WS-CHARGE-POSTED = "Y"
               STRING "Debited to this account on " DELIMITED BY SIZE
                      WS-DATE DELIMITED BY SIZE
                      INTO ANALYSIS-STATEMENT-LINE
           ELSE
               IF WS-NET-CHARGE > 0
                   MOVE "Account not found - charge not debited."
                       TO ANALYSIS-STATEMENT-LINE
               ELSE
                   MOVE "Earnings credit covers the service charges."
                       TO ANALYSIS-STATEMENT-LINE
               END-IF
           END-IF.
           WRITE ANALYSIS-STATEMENT-LINE.
           MOVE "===================================" TO
               ANALYSIS-STATEMENT-LINE.
           WRITE ANALYSIS-STATEMENT-LINE.
           CLOSE ANALYSIS-STATEMENT-FILE.

           MOVE "ACCTANL " TO WS-SPOOL-TYPE.
           MOVE WS-CURRENT-AC-ID TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-STATEMENT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

       WRITE-SERVICE-LINE.
           MOVE SPACES TO ANALYSIS-STATEMENT-LINE.
           MOVE WS-AS-DESCRIPTION(WS-AS-IDX)
               TO ANALYSIS-STATEMENT-LINE(1:24).
           MOVE WS-AS-VOLUME(WS-AS-IDX) TO WS-FORMATTED-VOLUME.
           MOVE WS-FORMATTED-VOLUME TO ANALYSIS-STATEMENT-LINE(25:12).
           MOVE WS-AS-RATE(WS-AS-IDX) TO WS-FORMATTED-RATE.
           MOVE WS-FORMATTED-RATE TO ANALYSIS-STATEMENT-LINE(38:11).
           MOVE WS-AS-CHARGE(WS-AS-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-FORMATTED-AMOUNT TO ANALYSIS-STATEMENT-LINE(51:13).
           WRITE ANALYSIS-STATEMENT-LINE.

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

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "ACCTANL " TO MJ-PROGRAM.
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
           MOVE "ACCTANL " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
