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
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT FEE-CONTROL-FILE ASSIGN TO "FEECTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEECTL-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-BALHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEE-SCHEDULE-FILE.
           05 FS-AMOUNT          PIC 9(4)V99.
           05 FS-MIN-BALANCE     PIC 9(6)V99.
           05 FS-WAIVE-BALANCE   PIC 9(6)V99.
      *    L cycle low, A cycle average, else the run-date balance.
           05 FS-BALANCE-BASIS   PIC X(1).
               88 FS-BASIS-LOWEST  VALUE "L".
               88 FS-BASIS-AVERAGE VALUE "A".

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
               88 TR-IS-REVERSED VALUE "Y".
           05 TR-BRANCH          PIC 9(3).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
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

       FD FEE-CONTROL-FILE.
       01 FEE-CONTROL-RECORD.
           05 FC-LAST-PERIOD     PIC 9(6).
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
           05 TC-NEXT-TR-ID      PIC 9(8).

       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HH-ID              PIC 9(5).
           05 HH-CUST-ID         PIC 9(5).
           05 HH-ROLE            PIC X(1).
               88 HH-HEAD        VALUE "H".
               88 HH-MEMBER      VALUE "M".
           05 HH-NAME            PIC X(30).
           05 HH-ADDED-DATE      PIC 9(8).

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BH-KEY.
               10 BH-DATE        PIC 9(8).
               10 BH-ACCOUNT-ID  PIC 9(6).
           05 BH-BALANCE         PIC S9(6)V99.
           05 BH-STATUS          PIC X(1).
           05 BH-TYPE            PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-TXN-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-FEESCHED-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-FEECTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-HOUSEHOLD-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CURRENT-PERIOD       PIC 9(6) VALUE 0.
       01 WS-LAST-PERIOD          PIC 9(6) VALUE 0.
       01 WS-REPORT-FILENAME      PIC X(40).
             10 WS-FS-AMOUNT        PIC 9(4)V99.
             10 WS-FS-MIN-BALANCE   PIC 9(6)V99.
             10 WS-FS-WAIVE-BALANCE PIC 9(6)V99.
             10 WS-FS-BALANCE-BASIS PIC X(1).
       01 WS-FEE-COUNT            PIC 9(2) VALUE 0.
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

       01 WS-ASSESS-TABLE.
          05 WS-ASSESS-ENTRY OCCURS 1000 TIMES INDEXED BY WS-AS-IDX.
       01 WS-ASSESSED-COUNT       PIC 9(5) VALUE 0.
       01 WS-ASSESSED-TOTAL       PIC 9(8)V99 VALUE 0.
       01 WS-WAIVED-COUNT         PIC 9(5) VALUE 0.
       01 WS-HH-WAIVED-COUNT      PIC 9(5) VALUE 0.

       01 WS-HH-MEMBER-TABLE.
          05 WS-HH-MEMBER-ENTRY OCCURS 1000 TIMES
                INDEXED BY WS-HM-IDX.
             10 WS-HM-CUST-ID     PIC 9(5).
             10 WS-HM-HOUSEHOLD-ID PIC 9(5).
       01 WS-HH-MEMBER-COUNT      PIC 9(4) VALUE 0.
       01 WS-HH-TOTAL-TABLE.
          05 WS-HH-TOTAL-ENTRY OCCURS 1000 TIMES
                INDEXED BY WS-HT-IDX.
             10 WS-HT-HOUSEHOLD-ID PIC 9(5).
             10 WS-HT-BALANCE     PIC S9(9)V99.
       01 WS-HH-TOTAL-COUNT       PIC 9(4) VALUE 0.
       01 WS-HOUSEHOLD-FULL       PIC X VALUE "N".
       01 WS-LOOKUP-CUST-ID       PIC 9(5) VALUE 0.
       01 WS-LOOKUP-HOUSEHOLD-ID  PIC 9(5) VALUE 0.
       01 WS-PRIMARY-HOUSEHOLD-ID PIC 9(5) VALUE 0.
       01 WS-JOINT-HOUSEHOLD-ID   PIC 9(5) VALUE 0.
       01 WS-HOUSEHOLD-BALANCE    PIC S9(9)V99 VALUE 0.
       01 WS-WAIVER-BALANCE       PIC S9(9)V99 VALUE 0.
       01 WS-HOUSEHOLD-FOUND      PIC X VALUE "N".
       01 WS-BASIS-BALANCE        PIC S9(9)V99 VALUE 0.
       01 WS-CYCLE-WAIVED-COUNT   PIC 9(5) VALUE 0.

      *    Cycle figures built from the daily balance history.
       01 WS-BALHIST-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BH-EOF               PIC X VALUE "N".
       01 WS-CYCLE-START          PIC 9(8) VALUE 0.
       01 WS-CYCLE-DAYS           PIC 9(5) VALUE 0.
       01 WS-CYCLE-SUM            PIC S9(11)V99 VALUE 0.
       01 WS-CYCLE-AVERAGE        PIC S9(6)V99 VALUE 0.
       01 WS-CYCLE-MINIMUM        PIC S9(6)V99 VALUE 0.
       01 WS-SEG-BALANCE          PIC S9(6)V99 VALUE 0.
       01 WS-SEG-START            PIC 9(8) VALUE 0.
       01 WS-SEG-DAYS             PIC S9(5) VALUE 0.
       01 WS-HAVE-SEGMENT         PIC X VALUE "N".

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
           IF WS-LAST-PERIOD = WS-CURRENT-PERIOD
               DISPLAY "Fees have already been assessed for period "
                   WS-CURRENT-PERIOD ". Run refused."
               MOVE "A" TO WS-ES-FLAG
               MOVE SPACES TO WS-ES-DETAIL
               STRING "Period " WS-CURRENT-PERIOD " already assessed"
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM LOAD-FEE-SCHEDULE.
           IF WS-FEE-COUNT = 0
               DISPLAY "No fee schedule (FEESCHED.dat) on file. "
                   "Nothing to assess."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No fee schedule" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.

           PERFORM LOAD-HOUSEHOLDS.
           IF WS-HOUSEHOLD-FULL = "Y"
               DISPLAY "Household file exceeds the 1000-member "
                   "working limit. Assessment run refused so no "
                   "household waiver is missed."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Household file over 1000 members" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BUILD-HOUSEHOLD-BALANCES.

           PERFORM SELECT-FEES-TO-ASSESS.
           IF WS-ASSESS-FULL = "Y"
               DISPLAY "More than 1000 fees match this period. "
                   "Assessment run refused - nothing was posted "
                   "and the period is still open."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Over 1000 fees match, nothing posted"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "FEE ASSESSMENT RUN COMPLETE".
           DISPLAY "Fees assessed: " WS-ASSESSED-COUNT.
           DISPLAY "Fees waived: " WS-WAIVED-COUNT.
           DISPLAY "Waived on household balance: "
               WS-HH-WAIVED-COUNT.
           DISPLAY "Minimum met on cycle balance: "
               WS-CYCLE-WAIVED-COUNT.
           DISPLAY "Total assessed: " WS-ASSESSED-TOTAL.
           DISPLAY "Report written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".
           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Assessed " WS-ASSESSED-COUNT " waived "
               WS-WAIVED-COUNT " total " WS-ASSESSED-TOTAL
               DELIMITED BY SIZE INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-TRANSACTION-ID.
           MOVE WS-DATE TO WS-CYCLE-START.
           MOVE "01" TO WS-CYCLE-START(7:2).
           STRING "FEERPT-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           WRITE FEE-CONTROL-RECORD.
           CLOSE FEE-CONTROL-FILE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "FEEPROC " TO ES-STEP.
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
                               TO WS-FS-MIN-BALANCE(WS-FS-IDX)
                           MOVE FS-WAIVE-BALANCE
                               TO WS-FS-WAIVE-BALANCE(WS-FS-IDX)
                           MOVE FS-BALANCE-BASIS
                               TO WS-FS-BALANCE-BASIS(WS-FS-IDX)
                           ADD 1 TO WS-FEE-COUNT
                           SET WS-FS-IDX UP BY 1
                       END-IF
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

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

       LOAD-HOUSEHOLDS.
           MOVE 0 TO WS-HH-MEMBER-COUNT.
           MOVE 0 TO WS-HH-TOTAL-COUNT.
           MOVE "N" TO WS-HOUSEHOLD-FULL.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-HH-MEMBER-COUNT >= 1000
                           MOVE "Y" TO WS-HOUSEHOLD-FULL
                       ELSE
                           ADD 1 TO WS-HH-MEMBER-COUNT
                           SET WS-HM-IDX TO WS-HH-MEMBER-COUNT
                           MOVE HH-CUST-ID TO WS-HM-CUST-ID(WS-HM-IDX)
                           MOVE HH-ID
                               TO WS-HM-HOUSEHOLD-ID(WS-HM-IDX)
                           IF HH-HEAD
                               ADD 1 TO WS-HH-TOTAL-COUNT
                               SET WS-HT-IDX TO WS-HH-TOTAL-COUNT
                               MOVE HH-ID
                                   TO WS-HT-HOUSEHOLD-ID(WS-HT-IDX)
                               MOVE 0 TO WS-HT-BALANCE(WS-HT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

      *    An account counts once per household.
       BUILD-HOUSEHOLD-BALANCES.
           IF WS-HH-TOTAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOT AC-CLOSED
                           PERFORM ADD-ACCOUNT-TO-HOUSEHOLDS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

       ADD-ACCOUNT-TO-HOUSEHOLDS.
           PERFORM FIND-ACCOUNT-HOUSEHOLDS.
           IF WS-PRIMARY-HOUSEHOLD-ID > 0
               MOVE WS-PRIMARY-HOUSEHOLD-ID TO WS-LOOKUP-HOUSEHOLD-ID
               PERFORM FIND-HOUSEHOLD-TOTAL
               IF WS-HT-IDX <= WS-HH-TOTAL-COUNT
                   ADD AC-BALANCE TO WS-HT-BALANCE(WS-HT-IDX)
               END-IF
           END-IF.
           IF WS-JOINT-HOUSEHOLD-ID > 0
               AND WS-JOINT-HOUSEHOLD-ID NOT = WS-PRIMARY-HOUSEHOLD-ID
               MOVE WS-JOINT-HOUSEHOLD-ID TO WS-LOOKUP-HOUSEHOLD-ID
               PERFORM FIND-HOUSEHOLD-TOTAL
               IF WS-HT-IDX <= WS-HH-TOTAL-COUNT
                   ADD AC-BALANCE TO WS-HT-BALANCE(WS-HT-IDX)
               END-IF
           END-IF.

       FIND-ACCOUNT-HOUSEHOLDS.
           MOVE AC-CUST-ID TO WS-LOOKUP-CUST-ID.
           PERFORM FIND-CUSTOMER-HOUSEHOLD.
           MOVE WS-LOOKUP-HOUSEHOLD-ID TO WS-PRIMARY-HOUSEHOLD-ID.
           MOVE 0 TO WS-JOINT-HOUSEHOLD-ID.
           IF AC-JOINT-CUST-ID > 0
               MOVE AC-JOINT-CUST-ID TO WS-LOOKUP-CUST-ID
               PERFORM FIND-CUSTOMER-HOUSEHOLD
               MOVE WS-LOOKUP-HOUSEHOLD-ID TO WS-JOINT-HOUSEHOLD-ID
           END-IF.

       FIND-CUSTOMER-HOUSEHOLD.
           MOVE 0 TO WS-LOOKUP-HOUSEHOLD-ID.
           SET WS-HM-IDX TO 1.
           PERFORM UNTIL WS-HM-IDX > WS-HH-MEMBER-COUNT
               OR WS-LOOKUP-HOUSEHOLD-ID > 0
               IF WS-HM-CUST-ID(WS-HM-IDX) = WS-LOOKUP-CUST-ID
                   MOVE WS-HM-HOUSEHOLD-ID(WS-HM-IDX)
                       TO WS-LOOKUP-HOUSEHOLD-ID
               ELSE
                   SET WS-HM-IDX UP BY 1
               END-IF
           END-PERFORM.

       FIND-HOUSEHOLD-TOTAL.
           SET WS-HT-IDX TO 1.
           PERFORM UNTIL WS-HT-IDX > WS-HH-TOTAL-COUNT
               OR WS-HT-HOUSEHOLD-ID(WS-HT-IDX)
                   = WS-LOOKUP-HOUSEHOLD-ID
               SET WS-HT-IDX UP BY 1
           END-PERFORM.

      *    Keeps the larger household total for the waiver test.
       COMPUTE-WAIVER-BALANCE.
           MOVE "N" TO WS-HOUSEHOLD-FOUND.
           MOVE 0 TO WS-HOUSEHOLD-BALANCE.
           IF WS-HH-TOTAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACCOUNT-HOUSEHOLDS.
           IF WS-PRIMARY-HOUSEHOLD-ID > 0
               MOVE WS-PRIMARY-HOUSEHOLD-ID TO WS-LOOKUP-HOUSEHOLD-ID
               PERFORM FIND-HOUSEHOLD-TOTAL
               IF WS-HT-IDX <= WS-HH-TOTAL-COUNT
                   MOVE "Y" TO WS-HOUSEHOLD-FOUND
                   MOVE WS-HT-BALANCE(WS-HT-IDX)
                       TO WS-HOUSEHOLD-BALANCE
               END-IF
           END-IF.
           IF WS-JOINT-HOUSEHOLD-ID > 0
               MOVE WS-JOINT-HOUSEHOLD-ID TO WS-LOOKUP-HOUSEHOLD-ID
               PERFORM FIND-HOUSEHOLD-TOTAL
               IF WS-HT-IDX <= WS-HH-TOTAL-COUNT
                   IF WS-HOUSEHOLD-FOUND = "N"
                       OR WS-HT-BALANCE(WS-HT-IDX)
                           > WS-HOUSEHOLD-BALANCE
                       MOVE WS-HT-BALANCE(WS-HT-IDX)
                           TO WS-HOUSEHOLD-BALANCE
                   END-IF
                   MOVE "Y" TO WS-HOUSEHOLD-FOUND
               END-IF
           END-IF.

      *    Cycle low and average from the BALHIST.dat snapshots.
       COMPUTE-CYCLE-BALANCES.
           MOVE 0 TO WS-CYCLE-DAYS.
           MOVE 0 TO WS-CYCLE-SUM.
           MOVE AC-BALANCE TO WS-CYCLE-AVERAGE.
           MOVE AC-BALANCE TO WS-CYCLE-MINIMUM.
           MOVE "N" TO WS-HAVE-SEGMENT.
           OPEN INPUT BALANCE-HISTORY-FILE.
           IF WS-BALHIST-FILE-STATUS = "35"
               CLOSE BALANCE-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-ID TO BH-ACCOUNT-ID.
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
                       IF BH-ACCOUNT-ID NOT = AC-ID
                           OR BH-DATE > WS-DATE
                           MOVE "Y" TO WS-BH-EOF
                       ELSE
                           PERFORM APPLY-BALANCE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-HISTORY-FILE.
           IF WS-HAVE-SEGMENT = "Y"
               COMPUTE WS-SEG-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-SEG-START) + 1
               PERFORM ADD-BALANCE-SEGMENT
           END-IF.
           IF WS-CYCLE-DAYS > 0
               COMPUTE WS-CYCLE-AVERAGE ROUNDED =
                   WS-CYCLE-SUM / WS-CYCLE-DAYS
           END-IF.

       APPLY-BALANCE-SNAPSHOT.
           IF BH-DATE < WS-CYCLE-START
               MOVE BH-BALANCE TO WS-SEG-BALANCE
               MOVE WS-CYCLE-START TO WS-SEG-START
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

      *    Business checking is billed through ACCTANL.
       SELECT-FEES-TO-ASSESS.
           MOVE 0 TO WS-ASSESS-COUNT.
           OPEN INPUT ACCOUNT-FILE.
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AC-OPEN AND NOT AC-BUSINESS
                           PERFORM MATCH-FEES-FOR-ACCOUNT
                       END-IF
               END-READ
           CLOSE ACCOUNT-FILE.

       MATCH-FEES-FOR-ACCOUNT.
           PERFORM COMPUTE-WAIVER-BALANCE.
           PERFORM COMPUTE-CYCLE-BALANCES.
           PERFORM LOOKUP-ACCOUNT-PRODUCT.
           SET WS-FS-IDX TO 1.
           PERFORM WS-FEE-COUNT TIMES
               IF WS-FS-ACCOUNT-TYPE(WS-FS-IDX) = WS-PRODUCT-FEE-KEY
                   PERFORM CONSIDER-ONE-FEE
               END-IF
               SET WS-FS-IDX UP BY 1
           END-PERFORM.

       CONSIDER-ONE-FEE.
      *    Per-item fees are taken when the item posts.
           IF WS-FS-CODE(WS-FS-IDX) = "ODPT"
               OR WS-FS-CODE(WS-FS-IDX) = "WIRE"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-FS-BALANCE-BASIS(WS-FS-IDX)
               WHEN "L"
                   MOVE WS-CYCLE-MINIMUM TO WS-BASIS-BALANCE
               WHEN "A"
                   MOVE WS-CYCLE-AVERAGE TO WS-BASIS-BALANCE
               WHEN OTHER
                   MOVE AC-BALANCE TO WS-BASIS-BALANCE
           END-EVALUATE.
           MOVE WS-BASIS-BALANCE TO WS-WAIVER-BALANCE.
           IF WS-HOUSEHOLD-FOUND = "Y"
               AND WS-HOUSEHOLD-BALANCE > WS-WAIVER-BALANCE
               MOVE WS-HOUSEHOLD-BALANCE TO WS-WAIVER-BALANCE
           END-IF.
           IF WS-FS-WAIVE-BALANCE(WS-FS-IDX) > 0
               AND WS-WAIVER-BALANCE >= WS-FS-WAIVE-BALANCE(WS-FS-IDX)
               ADD 1 TO WS-WAIVED-COUNT
               IF WS-BASIS-BALANCE < WS-FS-WAIVE-BALANCE(WS-FS-IDX)
                   ADD 1 TO WS-HH-WAIVED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-FS-MIN-BALANCE(WS-FS-IDX) > 0
               AND WS-BASIS-BALANCE >= WS-FS-MIN-BALANCE(WS-FS-IDX)
               IF WS-FS-BALANCE-BASIS(WS-FS-IDX) = "L"
                   OR WS-FS-BALANCE-BASIS(WS-FS-IDX) = "A"
                   ADD 1 TO WS-CYCLE-WAIVED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASSESS-COUNT >= 1000
                  WS-ASSESSED-TOTAL DELIMITED BY SIZE
                  INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING "Waived on household balance " DELIMITED BY SIZE
                  WS-HH-WAIVED-COUNT DELIMITED BY SIZE
                  INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING "Minimum met on cycle balance " DELIMITED BY SIZE
                  WS-CYCLE-WAIVED-COUNT DELIMITED BY SIZE
                  "  Cycle from " DELIMITED BY SIZE
                  WS-CYCLE-START DELIMITED BY SIZE
                  INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE "===================================" TO
               FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
