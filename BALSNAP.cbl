       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-BALHIST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    One row per account per business day, keyed by date.
       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BH-KEY.
               10 BH-DATE        PIC 9(8).
               10 BH-ACCOUNT-ID  PIC 9(6).
           05 BH-BALANCE         PIC S9(6)V99.
           05 BH-STATUS          PIC X(1).
           05 BH-TYPE            PIC X(1).

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

       WORKING-STORAGE SECTION.
       01 WS-EODSTAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG          PIC X(1) VALUE "P".
       01 WS-ES-DETAIL        PIC X(60) VALUE SPACES.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BALHIST-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-MONTH-START          PIC 9(8) VALUE 0.

       01 WS-RERUN                PIC X VALUE "N".
       01 WS-ROWS-DROPPED         PIC 9(8) VALUE 0.
       01 WS-SNAPSHOT-COUNT       PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(6) VALUE 0.
       01 WS-SNAPSHOT-TOTAL       PIC S9(10)V99 VALUE 0.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-FILE
               DISPLAY "No accounts on file. Nothing to snapshot."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No accounts on file" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.
           OPEN I-O BALANCE-HISTORY-FILE.
           IF WS-BALHIST-FILE-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
               CLOSE BALANCE-HISTORY-FILE
               OPEN I-O BALANCE-HISTORY-FILE
           END-IF.

           PERFORM REMOVE-TODAYS-ROWS.
           IF WS-RERUN = "Y"
               DISPLAY "Snapshot rows for " WS-DATE
                   " already on file were replaced ("
                   WS-ROWS-DROPPED " rows)."
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SNAPSHOT-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE BALANCE-HISTORY-FILE.
           CLOSE ACCOUNT-FILE.

           MOVE "BALANCE SNAPSHOT" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Date " WS-DATE " accounts " WS-SNAPSHOT-COUNT
               " skipped " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "DAILY BALANCE SNAPSHOT COMPLETE".
           DISPLAY "Business date: " WS-DATE.
           DISPLAY "Accounts recorded: " WS-SNAPSHOT-COUNT.
           DISPLAY "Closed accounts skipped: " WS-SKIPPED-COUNT.
           DISPLAY "Total of balances: " WS-SNAPSHOT-TOTAL.
           DISPLAY "===================================".
           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           IF WS-RERUN = "Y"
               STRING "Accounts " WS-SNAPSHOT-COUNT " skipped "
                   WS-SKIPPED-COUNT " replaced " WS-ROWS-DROPPED
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
           ELSE
               STRING "Accounts " WS-SNAPSHOT-COUNT " skipped "
                   WS-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
           END-IF.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-DATE TO WS-MONTH-START.
           MOVE "01" TO WS-MONTH-START(7:2).

      *    Rows already dated this business day mean a rerun.
       REMOVE-TODAYS-ROWS.
           MOVE "N" TO WS-RERUN.
           MOVE 0 TO WS-ROWS-DROPPED.
           MOVE WS-DATE TO BH-DATE.
           MOVE 0 TO BH-ACCOUNT-ID.
           START BALANCE-HISTORY-FILE KEY >= BH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ BALANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       DELETE BALANCE-HISTORY-FILE RECORD
                       ADD 1 TO WS-ROWS-DROPPED
                       MOVE "Y" TO WS-RERUN
               END-READ
           END-PERFORM.

      *    Closed zero-balance accounts drop out after their last month.
       SNAPSHOT-ONE-ACCOUNT.
           IF AC-CLOSED AND AC-BALANCE = 0
               AND AC-LAST-TXN-DATE < WS-MONTH-START
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE TO BH-DATE.
           MOVE AC-ID TO BH-ACCOUNT-ID.
           MOVE AC-BALANCE TO BH-BALANCE.
           MOVE AC-STATUS TO BH-STATUS.
           MOVE AC-TYPE TO BH-TYPE.
           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Snapshot for account " AC-ID
                       " already on file."
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-SNAPSHOT-COUNT.
           ADD AC-BALANCE TO WS-SNAPSHOT-TOTAL.

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

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "BALSNAP " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "BALSNAP " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
