       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-ID
           ALTERNATE RECORD KEY IS TR-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "SARCASE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-NOTE-FILE ASSIGN TO "SARNOTE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT MONITOR-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCHK-FILE-STATUS.
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

       FD CASE-FILE.
       01 CASE-RECORD.
           05 SA-ID              PIC 9(5).
           05 SA-OPEN-DATE       PIC 9(8).
           05 SA-RULE            PIC X(1).
               88 SA-STRUCTURING VALUE "S".
               88 SA-RAPID-MOVE  VALUE "R".
               88 SA-REACTIVATED VALUE "D".
           05 SA-CUST-ID         PIC 9(5).
           05 SA-ACCOUNT-ID      PIC 9(6).
           05 SA-AMOUNT          PIC 9(8)V99.
           05 SA-TXN-COUNT       PIC 9(4).
           05 SA-WINDOW-START    PIC 9(8).
           05 SA-WINDOW-END      PIC 9(8).
           05 SA-DETAIL          PIC X(50).
           05 SA-STATUS          PIC X(1).
               88 SA-OPEN        VALUE "O".
               88 SA-CLOSED      VALUE "C".
               88 SA-ESCALATED   VALUE "E".
           05 SA-STATUS-DATE     PIC 9(8).
           05 SA-OPER            PIC X(8).

       FD CASE-NOTE-FILE.
       01 CASE-NOTE-RECORD.
           05 SN-CASE-ID         PIC 9(5).
           05 SN-DATE            PIC 9(8).
           05 SN-TIME            PIC 9(6).
           05 SN-OPER            PIC X(8).
           05 SN-ACTION          PIC X(1).
               88 SN-OPENED      VALUE "O".
               88 SN-NOTE        VALUE "N".
               88 SN-CLOSED      VALUE "C".
               88 SN-ESCALATED   VALUE "E".
           05 SN-TEXT            PIC X(60).

       FD MONITOR-REPORT-FILE.
       01 MONITOR-REPORT-LINE    PIC X(80).

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
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CASE-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-NOTE-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OFFCHK-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-DATE-INTEGER         PIC 9(9).

      *    Monitoring parameters; the CTR threshold matches CTRRPT.
       01 WS-LOOKBACK-DAYS        PIC 9(3) VALUE 10.
       01 WS-CTR-THRESHOLD        PIC 9(6)V99 VALUE 10000.00.
       01 WS-STRUCT-FLOOR         PIC 9(6)V99 VALUE 8000.00.
       01 WS-STRUCT-MIN-DAYS      PIC 9(2) VALUE 2.
       01 WS-RAPID-MIN-CREDIT     PIC 9(6)V99 VALUE 3000.00.
       01 WS-RAPID-DAYS           PIC 9(2) VALUE 2.
       01 WS-RAPID-PERCENT        PIC 9(3) VALUE 80.
       01 WS-REACT-WINDOW-DAYS    PIC 9(3) VALUE 30.
       01 WS-REACT-MIN-AMOUNT     PIC 9(6)V99 VALUE 5000.00.
       01 WS-REACT-MIN-COUNT      PIC 9(4) VALUE 10.

       01 WS-WINDOW-START         PIC 9(8) VALUE 0.
       01 WS-REACT-START          PIC 9(8) VALUE 0.
       01 WS-SCAN-START           PIC 9(8) VALUE 0.
       01 WS-RAPID-END            PIC 9(8) VALUE 0.

       01 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-AC-IDX.
             10 WS-AC-ID          PIC 9(6).
             10 WS-AC-CUST-ID     PIC 9(5).
             10 WS-AC-JOINT-ID    PIC 9(5).
             10 WS-AC-REACT-DATE  PIC 9(8).
             10 WS-AC-REACT-AMOUNT PIC 9(8)V99.
             10 WS-AC-REACT-COUNT PIC 9(4).
       01 WS-ACCOUNT-COUNT        PIC 9(4) VALUE 0.

       01 WS-CASH-DAY-TABLE.
          05 WS-CASH-DAY-ENTRY OCCURS 3000 TIMES
                INDEXED BY WS-CD-IDX WS-CD-SCAN.
             10 WS-CD-CUST-ID     PIC 9(5).
             10 WS-CD-NAME        PIC X(30).
             10 WS-CD-DATE        PIC 9(8).
             10 WS-CD-IN          PIC 9(8)V99.
             10 WS-CD-OUT         PIC 9(8)V99.
             10 WS-CD-COUNT       PIC 9(4).
             10 WS-CD-DONE        PIC X(1).
       01 WS-CASH-DAY-COUNT       PIC 9(4) VALUE 0.

       01 WS-CREDIT-TABLE.
          05 WS-CREDIT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-TXN-ID      PIC 9(8).
             10 WS-CT-ACCOUNT-ID  PIC 9(6).
             10 WS-CT-DATE        PIC 9(8).
             10 WS-CT-TIME        PIC 9(6).
             10 WS-CT-AMOUNT      PIC 9(6)V99.
       01 WS-CREDIT-COUNT         PIC 9(4) VALUE 0.

       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SA-IDX.
             10 WS-SA-ID          PIC 9(5).
             10 WS-SA-OPEN-DATE   PIC 9(8).
             10 WS-SA-RULE        PIC X(1).
             10 WS-SA-CUST-ID     PIC 9(5).
             10 WS-SA-ACCOUNT-ID  PIC 9(6).
             10 WS-SA-AMOUNT      PIC 9(8)V99.
             10 WS-SA-TXN-COUNT   PIC 9(4).
             10 WS-SA-WINDOW-START PIC 9(8).
             10 WS-SA-WINDOW-END  PIC 9(8).
             10 WS-SA-DETAIL      PIC X(50).
             10 WS-SA-STATUS      PIC X(1).
             10 WS-SA-STATUS-DATE PIC 9(8).
             10 WS-SA-OPER        PIC X(8).
       01 WS-CASE-COUNT           PIC 9(4) VALUE 0.
       01 WS-CASE-FULL            PIC X VALUE "N".
       01 WS-NEXT-CASE-ID         PIC 9(5) VALUE 1.
       01 WS-FIRST-NEW-CASE       PIC 9(4) VALUE 0.

       01 WS-NEW-RULE             PIC X(1) VALUE SPACE.
       01 WS-NEW-CUST-ID          PIC 9(5) VALUE 0.
       01 WS-NEW-ACCOUNT-ID       PIC 9(6) VALUE 0.
       01 WS-NEW-AMOUNT           PIC 9(8)V99 VALUE 0.
       01 WS-NEW-COUNT            PIC 9(4) VALUE 0.
       01 WS-NEW-WINDOW-START     PIC 9(8) VALUE 0.
       01 WS-NEW-WINDOW-END       PIC 9(8) VALUE 0.
       01 WS-NEW-DETAIL           PIC X(50) VALUE SPACES.

       01 WS-WORK-CUST-ID         PIC 9(5) VALUE 0.
       01 WS-WORK-NAME            PIC X(30) VALUE SPACES.
       01 WS-WORK-DATE            PIC 9(8) VALUE 0.
       01 WS-WORK-AMOUNT          PIC 9(6)V99 VALUE 0.
       01 WS-WORK-FLOW            PIC X VALUE "I".
       01 WS-BAND-DAYS            PIC 9(4) VALUE 0.
       01 WS-BAND-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-BAND-COUNT           PIC 9(4) VALUE 0.
       01 WS-OUT-TOTAL            PIC 9(8)V99 VALUE 0.
       01 WS-OUT-COUNT            PIC 9(4) VALUE 0.
       01 WS-OUT-REQUIRED         PIC 9(8)V99 VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-AMOUNT-2   PIC Z,ZZZ,ZZ9.99.

       01 WS-TXNS-EXAMINED        PIC 9(7) VALUE 0.
       01 WS-UNMAPPED-TXNS        PIC 9(7) VALUE 0.
       01 WS-CASH-CHECKS          PIC 9(5) VALUE 0.
       01 WS-TABLE-OVERFLOW       PIC X VALUE "N".
       01 WS-CASES-OPENED         PIC 9(4) VALUE 0.
       01 WS-STRUCT-CASES         PIC 9(4) VALUE 0.
       01 WS-RAPID-CASES          PIC 9(4) VALUE 0.
       01 WS-REACT-CASES          PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED           PIC 9(4) VALUE 0.
       01 WS-NOT-OPENED           PIC 9(4) VALUE 0.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM SET-MONITOR-WINDOWS.

           PERFORM LOAD-CASE-TABLE.
           IF WS-CASE-FULL = "Y"
               DISPLAY "Case file (SARCASE.dat) exceeds the 2000-"
                   "record working limit. Monitor not run."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Case file over 2000 records - monitor not run"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.
           COMPUTE WS-FIRST-NEW-CASE = WS-CASE-COUNT + 1.

           PERFORM LOAD-ACCOUNTS.
           PERFORM SCAN-TRANSACTIONS.
           PERFORM SCAN-CASH-CHECKS.
           PERFORM EVALUATE-STRUCTURING.
           PERFORM EVALUATE-RAPID-MOVEMENT.
           PERFORM EVALUATE-REACTIVATED-ACCOUNTS.

           STRING "SARRPT-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           PERFORM WRITE-MONITOR-REPORT.

           MOVE "SAR MONITOR RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Examined " WS-TXNS-EXAMINED " opened "
               WS-CASES-OPENED " suppressed " WS-SUPPRESSED
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           MOVE "SARMON  " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           DISPLAY "===================================".
           DISPLAY "SUSPICIOUS ACTIVITY MONITOR COMPLETE".
           DISPLAY "Window: " WS-WINDOW-START " to " WS-DATE.
           DISPLAY "Transactions examined: " WS-TXNS-EXAMINED.
           DISPLAY "Cash official checks examined: " WS-CASH-CHECKS.
           DISPLAY "Structuring cases opened: " WS-STRUCT-CASES.
           DISPLAY "Rapid movement cases opened: " WS-RAPID-CASES.
           DISPLAY "Reactivated account cases opened: "
               WS-REACT-CASES.
           DISPLAY "Hits already under review: " WS-SUPPRESSED.
           IF WS-NOT-OPENED > 0
               DISPLAY "Hits over the 2000-case limit: "
                   WS-NOT-OPENED
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "WARNING: a working table filled - coverage "
                   "is incomplete."
           END-IF.
           DISPLAY "Report written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".

           IF WS-CASES-OPENED > 0 OR WS-NOT-OPENED > 0
               OR WS-TABLE-OVERFLOW = "Y"
               MOVE "A" TO WS-ES-FLAG
           ELSE
               MOVE "P" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Examined " WS-TXNS-EXAMINED " opened "
               WS-CASES-OPENED " suppressed " WS-SUPPRESSED
               " overflow " WS-TABLE-OVERFLOW
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

      *    The scan starts at whichever window reaches further back.
       SET-MONITOR-WINDOWS.
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE)
               - WS-LOOKBACK-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE)
               - WS-REACT-WINDOW-DAYS + 1.
           COMPUTE WS-REACT-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           IF WS-REACT-START < WS-WINDOW-START
               MOVE WS-REACT-START TO WS-SCAN-START
           ELSE
               MOVE WS-WINDOW-START TO WS-SCAN-START
           END-IF.

       LOAD-CASE-TABLE.
           MOVE 0 TO WS-CASE-COUNT.
           MOVE "N" TO WS-CASE-FULL.
           MOVE 1 TO WS-NEXT-CASE-ID.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CASE-COUNT >= 2000
                           MOVE "Y" TO WS-CASE-FULL
                       END-IF
                       IF WS-CASE-COUNT < 2000
                           ADD 1 TO WS-CASE-COUNT
                           SET WS-SA-IDX TO WS-CASE-COUNT
                           PERFORM MOVE-CASE-TO-TABLE
                           COMPUTE WS-NEXT-CASE-ID = SA-ID + 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASE-FILE.

       MOVE-CASE-TO-TABLE.
           MOVE SA-ID TO WS-SA-ID(WS-SA-IDX).
           MOVE SA-OPEN-DATE TO WS-SA-OPEN-DATE(WS-SA-IDX).
           MOVE SA-RULE TO WS-SA-RULE(WS-SA-IDX).
           MOVE SA-CUST-ID TO WS-SA-CUST-ID(WS-SA-IDX).
           MOVE SA-ACCOUNT-ID TO WS-SA-ACCOUNT-ID(WS-SA-IDX).
           MOVE SA-AMOUNT TO WS-SA-AMOUNT(WS-SA-IDX).
           MOVE SA-TXN-COUNT TO WS-SA-TXN-COUNT(WS-SA-IDX).
           MOVE SA-WINDOW-START TO WS-SA-WINDOW-START(WS-SA-IDX).
           MOVE SA-WINDOW-END TO WS-SA-WINDOW-END(WS-SA-IDX).
           MOVE SA-DETAIL TO WS-SA-DETAIL(WS-SA-IDX).
           MOVE SA-STATUS TO WS-SA-STATUS(WS-SA-IDX).
           MOVE SA-STATUS-DATE TO WS-SA-STATUS-DATE(WS-SA-IDX).
           MOVE SA-OPER TO WS-SA-OPER(WS-SA-IDX).

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           SET WS-AC-IDX TO 1.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-ACCOUNT-COUNT >= 1000
                           MOVE "Y" TO WS-TABLE-OVERFLOW
                       END-IF
                       IF WS-ACCOUNT-COUNT < 1000
                           MOVE AC-ID TO WS-AC-ID(WS-AC-IDX)
                           MOVE AC-CUST-ID TO WS-AC-CUST-ID(WS-AC-IDX)
                           MOVE AC-JOINT-CUST-ID
                               TO WS-AC-JOINT-ID(WS-AC-IDX)
                           IF AC-REACTIVATED-DATE NUMERIC
                               MOVE AC-REACTIVATED-DATE
                                   TO WS-AC-REACT-DATE(WS-AC-IDX)
                           ELSE
                               MOVE 0 TO WS-AC-REACT-DATE(WS-AC-IDX)
                           END-IF
                           MOVE 0 TO WS-AC-REACT-AMOUNT(WS-AC-IDX)
                           MOVE 0 TO WS-AC-REACT-COUNT(WS-AC-IDX)
                           ADD 1 TO WS-ACCOUNT-COUNT
                           SET WS-AC-IDX UP BY 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

      *    Reversals and bank-originated postings are left out.
       SCAN-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = "00"
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-DATE >= WS-SCAN-START
                           AND TR-DATE <= WS-DATE
                           AND NOT TR-IS-REVERSED
                           AND (TR-DEPOSIT OR TR-WITHDRAW
                           OR TR-TRANSFER OR TR-EXTERNAL)
                           ADD 1 TO WS-TXNS-EXAMINED
                           PERFORM EXAMINE-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.

       EXAMINE-ONE-TRANSACTION.
           PERFORM FIND-ACCOUNT-OWNERS.
           IF WS-FOUND = "N"
               ADD 1 TO WS-UNMAPPED-TXNS
               EXIT PARAGRAPH
           END-IF.

           IF WS-AC-REACT-DATE(WS-AC-IDX) NOT = 0
               AND TR-DATE >= WS-AC-REACT-DATE(WS-AC-IDX)
               ADD TR-AMOUNT TO WS-AC-REACT-AMOUNT(WS-AC-IDX)
               ADD 1 TO WS-AC-REACT-COUNT(WS-AC-IDX)
           END-IF.

           IF TR-DATE < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF.

           IF TR-DEPOSIT OR TR-WITHDRAW
               MOVE SPACES TO WS-WORK-NAME
               MOVE TR-DATE TO WS-WORK-DATE
               MOVE TR-AMOUNT TO WS-WORK-AMOUNT
               IF TR-DEPOSIT
                   MOVE "I" TO WS-WORK-FLOW
               ELSE
                   MOVE "O" TO WS-WORK-FLOW
               END-IF
               MOVE WS-AC-CUST-ID(WS-AC-IDX) TO WS-WORK-CUST-ID
               PERFORM TALLY-CASH-DAY
               IF WS-AC-JOINT-ID(WS-AC-IDX) NOT = 0
                   MOVE WS-AC-JOINT-ID(WS-AC-IDX) TO WS-WORK-CUST-ID
                   PERFORM TALLY-CASH-DAY
               END-IF
           END-IF.

           IF TR-AMOUNT >= WS-RAPID-MIN-CREDIT
               AND (TR-DEPOSIT
               OR ((TR-TRANSFER OR TR-EXTERNAL) AND TR-CREDIT))
               PERFORM ADD-CREDIT-ENTRY
           END-IF.

      *    Cash official checks, by customer ID or purchaser name.
       SCAN-CASH-CHECKS.
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
                       IF OK-FROM-CASH
                           AND OK-ISSUE-DATE >= WS-WINDOW-START
                           AND OK-ISSUE-DATE <= WS-DATE
                           ADD 1 TO WS-CASH-CHECKS
                           PERFORM TALLY-CASH-CHECK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.

       TALLY-CASH-CHECK.
           MOVE OK-CUST-ID TO WS-WORK-CUST-ID.
           IF OK-CUST-ID = 0
               MOVE OK-PURCHASER TO WS-WORK-NAME
           ELSE
               MOVE SPACES TO WS-WORK-NAME
           END-IF.
           MOVE OK-ISSUE-DATE TO WS-WORK-DATE.
           MOVE OK-AMOUNT TO WS-WORK-AMOUNT.
           MOVE "I" TO WS-WORK-FLOW.
           PERFORM TALLY-CASH-DAY.

       FIND-ACCOUNT-OWNERS.
           MOVE "N" TO WS-FOUND.
           SET WS-AC-IDX TO 1.
           PERFORM UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               OR WS-FOUND = "Y"
               IF WS-AC-ID(WS-AC-IDX) = TR-ACCOUNT-ID
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-AC-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Cash per customer per day across all their accounts.
       TALLY-CASH-DAY.
           MOVE "N" TO WS-FOUND.
           SET WS-CD-IDX TO 1.
           PERFORM UNTIL WS-CD-IDX > WS-CASH-DAY-COUNT
               OR WS-FOUND = "Y"
               IF WS-CD-CUST-ID(WS-CD-IDX) = WS-WORK-CUST-ID
                   AND WS-CD-NAME(WS-CD-IDX) = WS-WORK-NAME
                   AND WS-CD-DATE(WS-CD-IDX) = WS-WORK-DATE
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-CD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-CASH-DAY-COUNT >= 3000
                   MOVE "Y" TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CASH-DAY-COUNT
               SET WS-CD-IDX TO WS-CASH-DAY-COUNT
               MOVE WS-WORK-CUST-ID TO WS-CD-CUST-ID(WS-CD-IDX)
               MOVE WS-WORK-NAME TO WS-CD-NAME(WS-CD-IDX)
               MOVE WS-WORK-DATE TO WS-CD-DATE(WS-CD-IDX)
               MOVE 0 TO WS-CD-IN(WS-CD-IDX)
               MOVE 0 TO WS-CD-OUT(WS-CD-IDX)
               MOVE 0 TO WS-CD-COUNT(WS-CD-IDX)
               MOVE "N" TO WS-CD-DONE(WS-CD-IDX)
           END-IF.
           IF WS-WORK-FLOW = "I"
               ADD WS-WORK-AMOUNT TO WS-CD-IN(WS-CD-IDX)
           ELSE
               ADD WS-WORK-AMOUNT TO WS-CD-OUT(WS-CD-IDX)
           END-IF.
           ADD 1 TO WS-CD-COUNT(WS-CD-IDX).

       ADD-CREDIT-ENTRY.
           IF WS-CREDIT-COUNT >= 1000
               MOVE "Y" TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CREDIT-COUNT.
           SET WS-CT-IDX TO WS-CREDIT-COUNT.
           MOVE TR-ID TO WS-CT-TXN-ID(WS-CT-IDX).
           MOVE TR-ACCOUNT-ID TO WS-CT-ACCOUNT-ID(WS-CT-IDX).
           MOVE TR-DATE TO WS-CT-DATE(WS-CT-IDX).
           MOVE TR-TIME TO WS-CT-TIME(WS-CT-IDX).
           MOVE TR-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX).

       EVALUATE-STRUCTURING.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CASH-DAY-COUNT
               IF WS-CD-DONE(WS-CD-IDX) = "N"
                   PERFORM ASSESS-STRUCTURING-CUSTOMER
               END-IF
           END-PERFORM.

       ASSESS-STRUCTURING-CUSTOMER.
           MOVE WS-CD-CUST-ID(WS-CD-IDX) TO WS-WORK-CUST-ID.
           MOVE WS-CD-NAME(WS-CD-IDX) TO WS-WORK-NAME.
           MOVE 0 TO WS-BAND-DAYS.
           MOVE 0 TO WS-BAND-TOTAL.
           MOVE 0 TO WS-BAND-COUNT.
           PERFORM VARYING WS-CD-SCAN FROM 1 BY 1
               UNTIL WS-CD-SCAN > WS-CASH-DAY-COUNT
               IF WS-CD-CUST-ID(WS-CD-SCAN) = WS-WORK-CUST-ID
                   AND WS-CD-NAME(WS-CD-SCAN) = WS-WORK-NAME
                   MOVE "Y" TO WS-CD-DONE(WS-CD-SCAN)
                   PERFORM CHECK-NEAR-THRESHOLD-DAY
               END-IF
           END-PERFORM.
           IF WS-BAND-DAYS < WS-STRUCT-MIN-DAYS
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO WS-NEW-RULE.
           MOVE WS-WORK-CUST-ID TO WS-NEW-CUST-ID.
           MOVE 0 TO WS-NEW-ACCOUNT-ID.
           MOVE WS-BAND-TOTAL TO WS-NEW-AMOUNT.
           MOVE WS-BAND-COUNT TO WS-NEW-COUNT.
           MOVE WS-WINDOW-START TO WS-NEW-WINDOW-START.
           MOVE WS-DATE TO WS-NEW-WINDOW-END.
           MOVE SPACES TO WS-NEW-DETAIL.
           IF WS-WORK-CUST-ID = 0
               STRING WS-WORK-NAME " " WS-BAND-DAYS " near-CTR days"
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           ELSE
               STRING WS-BAND-DAYS " days of cash just under the CTR "
                   "threshold" DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-IF.
           PERFORM OPEN-MONITOR-CASE.

       CHECK-NEAR-THRESHOLD-DAY.
           IF (WS-CD-IN(WS-CD-SCAN) >= WS-STRUCT-FLOOR
               AND WS-CD-IN(WS-CD-SCAN) <= WS-CTR-THRESHOLD)
               OR (WS-CD-OUT(WS-CD-SCAN) >= WS-STRUCT-FLOOR
               AND WS-CD-OUT(WS-CD-SCAN) <= WS-CTR-THRESHOLD)
               ADD 1 TO WS-BAND-DAYS
               ADD WS-CD-IN(WS-CD-SCAN) TO WS-BAND-TOTAL
               ADD WS-CD-OUT(WS-CD-SCAN) TO WS-BAND-TOTAL
               ADD WS-CD-COUNT(WS-CD-SCAN) TO WS-BAND-COUNT
           END-IF.

      *    Large credits followed by debits within WS-RAPID-DAYS.
       EVALUATE-RAPID-MOVEMENT.
           IF WS-CREDIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS NOT = "00"
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CREDIT-COUNT
               PERFORM ASSESS-ONE-CREDIT
           END-PERFORM.
           CLOSE TRANSACTION-FILE.

       ASSESS-ONE-CREDIT.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CT-DATE(WS-CT-IDX))
               + WS-RAPID-DAYS.
           COMPUTE WS-RAPID-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE 0 TO WS-OUT-TOTAL.
           MOVE 0 TO WS-OUT-COUNT.

           MOVE WS-CT-ACCOUNT-ID(WS-CT-IDX) TO TR-ACCOUNT-ID.
           START TRANSACTION-FILE KEY = TR-ACCOUNT-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TR-ACCOUNT-ID NOT =
                           WS-CT-ACCOUNT-ID(WS-CT-IDX)
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM CHECK-OUTBOUND-DEBIT
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE WS-OUT-REQUIRED ROUNDED =
               WS-CT-AMOUNT(WS-CT-IDX) * WS-RAPID-PERCENT / 100.
           IF WS-OUT-COUNT = 0 OR WS-OUT-TOTAL < WS-OUT-REQUIRED
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-NEW-RULE.
           MOVE WS-CT-ACCOUNT-ID(WS-CT-IDX) TO WS-NEW-ACCOUNT-ID.
           MOVE 0 TO WS-NEW-CUST-ID.
           MOVE WS-CT-ACCOUNT-ID(WS-CT-IDX) TO TR-ACCOUNT-ID.
           PERFORM FIND-ACCOUNT-OWNERS.
           IF WS-FOUND = "Y"
               MOVE WS-AC-CUST-ID(WS-AC-IDX) TO WS-NEW-CUST-ID
           END-IF.
           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-NEW-AMOUNT.
           COMPUTE WS-NEW-COUNT = WS-OUT-COUNT + 1.
           MOVE WS-CT-DATE(WS-CT-IDX) TO WS-NEW-WINDOW-START.
           MOVE WS-RAPID-END TO WS-NEW-WINDOW-END.
           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-OUT-TOTAL TO WS-FORMATTED-AMOUNT-2.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING "In " WS-FORMATTED-AMOUNT " out "
               WS-FORMATTED-AMOUNT-2 " txn " WS-CT-TXN-ID(WS-CT-IDX)
               DELIMITED BY SIZE INTO WS-NEW-DETAIL.
           PERFORM OPEN-MONITOR-CASE.

       CHECK-OUTBOUND-DEBIT.
           IF NOT (TR-TRANSFER OR TR-EXTERNAL)
               OR NOT TR-DEBIT
               OR TR-IS-REVERSED
               OR TR-DATE > WS-RAPID-END
               EXIT PARAGRAPH
           END-IF.
           IF TR-DATE < WS-CT-DATE(WS-CT-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF TR-DATE = WS-CT-DATE(WS-CT-IDX)
               AND (TR-TIME < WS-CT-TIME(WS-CT-IDX)
               OR (TR-TIME = WS-CT-TIME(WS-CT-IDX)
               AND TR-ID <= WS-CT-TXN-ID(WS-CT-IDX)))
               EXIT PARAGRAPH
           END-IF.
           ADD TR-AMOUNT TO WS-OUT-TOTAL.
           ADD 1 TO WS-OUT-COUNT.

       EVALUATE-REACTIVATED-ACCOUNTS.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               IF WS-AC-REACT-DATE(WS-AC-IDX) NOT = 0
                   AND WS-AC-REACT-DATE(WS-AC-IDX) >= WS-REACT-START
                   AND WS-AC-REACT-DATE(WS-AC-IDX) <= WS-DATE
                   AND (WS-AC-REACT-AMOUNT(WS-AC-IDX)
                       >= WS-REACT-MIN-AMOUNT
                   OR WS-AC-REACT-COUNT(WS-AC-IDX)
                       >= WS-REACT-MIN-COUNT)
                   PERFORM FLAG-REACTIVATED-ACCOUNT
               END-IF
           END-PERFORM.

       FLAG-REACTIVATED-ACCOUNT.
           MOVE "D" TO WS-NEW-RULE.
           MOVE WS-AC-CUST-ID(WS-AC-IDX) TO WS-NEW-CUST-ID.
           MOVE WS-AC-ID(WS-AC-IDX) TO WS-NEW-ACCOUNT-ID.
           MOVE WS-AC-REACT-AMOUNT(WS-AC-IDX) TO WS-NEW-AMOUNT.
           MOVE WS-AC-REACT-COUNT(WS-AC-IDX) TO WS-NEW-COUNT.
           MOVE WS-AC-REACT-DATE(WS-AC-IDX) TO WS-NEW-WINDOW-START.
           MOVE WS-DATE TO WS-NEW-WINDOW-END.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING "Reactivated " WS-AC-REACT-DATE(WS-AC-IDX)
               ", " WS-AC-REACT-COUNT(WS-AC-IDX)
               " items since" DELIMITED BY SIZE INTO WS-NEW-DETAIL.
           PERFORM OPEN-MONITOR-CASE.

      *    Suppressed while an existing case covers the activity.
       OPEN-MONITOR-CASE.
           PERFORM CHECK-EXISTING-CASE.
           IF WS-FOUND = "Y"
               ADD 1 TO WS-SUPPRESSED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASE-COUNT >= 2000
               ADD 1 TO WS-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CASE-COUNT.
           SET WS-SA-IDX TO WS-CASE-COUNT.
           MOVE WS-NEXT-CASE-ID TO WS-SA-ID(WS-SA-IDX).
           ADD 1 TO WS-NEXT-CASE-ID.
           MOVE WS-DATE TO WS-SA-OPEN-DATE(WS-SA-IDX).
           MOVE WS-NEW-RULE TO WS-SA-RULE(WS-SA-IDX).
           MOVE WS-NEW-CUST-ID TO WS-SA-CUST-ID(WS-SA-IDX).
           MOVE WS-NEW-ACCOUNT-ID TO WS-SA-ACCOUNT-ID(WS-SA-IDX).
           MOVE WS-NEW-AMOUNT TO WS-SA-AMOUNT(WS-SA-IDX).
           MOVE WS-NEW-COUNT TO WS-SA-TXN-COUNT(WS-SA-IDX).
           MOVE WS-NEW-WINDOW-START TO WS-SA-WINDOW-START(WS-SA-IDX).
           MOVE WS-NEW-WINDOW-END TO WS-SA-WINDOW-END(WS-SA-IDX).
           MOVE WS-NEW-DETAIL TO WS-SA-DETAIL(WS-SA-IDX).
           MOVE "O" TO WS-SA-STATUS(WS-SA-IDX).
           MOVE WS-DATE TO WS-SA-STATUS-DATE(WS-SA-IDX).
           MOVE "SYSTEM  " TO WS-SA-OPER(WS-SA-IDX).
           PERFORM APPEND-CASE-RECORD.
           PERFORM APPEND-OPENING-NOTE.

           ADD 1 TO WS-CASES-OPENED.
           EVALUATE WS-NEW-RULE
               WHEN "S"
                   ADD 1 TO WS-STRUCT-CASES
               WHEN "R"
                   ADD 1 TO WS-RAPID-CASES
               WHEN "D"
                   ADD 1 TO WS-REACT-CASES
           END-EVALUATE.

           MOVE "SAR CASE OPENED" TO WS-AUDIT-ACTION.
           IF WS-NEW-ACCOUNT-ID NOT = 0
               MOVE WS-NEW-ACCOUNT-ID TO WS-AUDIT-KEY-ID
           ELSE
               MOVE WS-NEW-CUST-ID TO WS-AUDIT-KEY-ID
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Case " WS-SA-ID(WS-SA-IDX) " rule " WS-NEW-RULE
               " cust " WS-NEW-CUST-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       CHECK-EXISTING-CASE.
           MOVE "N" TO WS-FOUND.
           SET WS-SA-IDX TO 1.
           PERFORM UNTIL WS-SA-IDX > WS-CASE-COUNT
               OR WS-FOUND = "Y"
               IF WS-SA-RULE(WS-SA-IDX) = WS-NEW-RULE
                   AND ((WS-NEW-RULE = "S"
                   AND WS-SA-CUST-ID(WS-SA-IDX) = WS-NEW-CUST-ID
                   AND (WS-NEW-CUST-ID NOT = 0
                   OR WS-SA-DETAIL(WS-SA-IDX)(1:30)
                       = WS-NEW-DETAIL(1:30)))
                   OR (WS-NEW-RULE NOT = "S"
                   AND WS-SA-ACCOUNT-ID(WS-SA-IDX)
                       = WS-NEW-ACCOUNT-ID))
                   AND (WS-SA-STATUS(WS-SA-IDX) = "O"
                   OR WS-SA-STATUS(WS-SA-IDX) = "E"
                   OR WS-SA-STATUS-DATE(WS-SA-IDX)
                       >= WS-NEW-WINDOW-START)
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-SA-IDX UP BY 1
               END-IF
           END-PERFORM.

       APPEND-CASE-RECORD.
           OPEN EXTEND CASE-FILE.
           IF WS-CASE-FILE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
           END-IF.
           MOVE WS-SA-ID(WS-SA-IDX) TO SA-ID.
           MOVE WS-SA-OPEN-DATE(WS-SA-IDX) TO SA-OPEN-DATE.
           MOVE WS-SA-RULE(WS-SA-IDX) TO SA-RULE.
           MOVE WS-SA-CUST-ID(WS-SA-IDX) TO SA-CUST-ID.
           MOVE WS-SA-ACCOUNT-ID(WS-SA-IDX) TO SA-ACCOUNT-ID.
           MOVE WS-SA-AMOUNT(WS-SA-IDX) TO SA-AMOUNT.
           MOVE WS-SA-TXN-COUNT(WS-SA-IDX) TO SA-TXN-COUNT.
           MOVE WS-SA-WINDOW-START(WS-SA-IDX) TO SA-WINDOW-START.
           MOVE WS-SA-WINDOW-END(WS-SA-IDX) TO SA-WINDOW-END.
           MOVE WS-SA-DETAIL(WS-SA-IDX) TO SA-DETAIL.
           MOVE WS-SA-STATUS(WS-SA-IDX) TO SA-STATUS.
           MOVE WS-SA-STATUS-DATE(WS-SA-IDX) TO SA-STATUS-DATE.
           MOVE WS-SA-OPER(WS-SA-IDX) TO SA-OPER.
           WRITE CASE-RECORD.
           CLOSE CASE-FILE.

       APPEND-OPENING-NOTE.
           OPEN EXTEND CASE-NOTE-FILE.
           IF WS-NOTE-FILE-STATUS = "35"
               OPEN OUTPUT CASE-NOTE-FILE
           END-IF.
           MOVE WS-SA-ID(WS-SA-IDX) TO SN-CASE-ID.
           MOVE WS-DATE TO SN-DATE.
           MOVE WS-TIME TO SN-TIME.
           MOVE "SYSTEM  " TO SN-OPER.
           MOVE "O" TO SN-ACTION.
           MOVE SPACES TO SN-TEXT.
           STRING "Opened by monitor: " WS-NEW-DETAIL
               DELIMITED BY SIZE INTO SN-TEXT.
           WRITE CASE-NOTE-RECORD.
           CLOSE CASE-NOTE-FILE.

       WRITE-MONITOR-REPORT.
           OPEN OUTPUT MONITOR-REPORT-FILE.
           MOVE "SUSPICIOUS ACTIVITY MONITOR" TO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "  Window from: " DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  "  Reactivation watch from: " DELIMITED BY SIZE
                  WS-REACT-START DELIMITED BY SIZE
                  INTO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           MOVE "CASE  R CUST  ACCOUNT        AMOUNT  ITEMS WINDOW"
               TO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.

           PERFORM VARYING WS-SA-IDX FROM WS-FIRST-NEW-CASE BY 1
               UNTIL WS-SA-IDX > WS-CASE-COUNT
               PERFORM WRITE-CASE-DETAIL
           END-PERFORM.

           MOVE SPACES TO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           IF WS-CASES-OPENED = 0
               MOVE "No new cases opened." TO MONITOR-REPORT-LINE
               WRITE MONITOR-REPORT-LINE
           END-IF.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           STRING "Transactions examined: " DELIMITED BY SIZE
                  WS-TXNS-EXAMINED DELIMITED BY SIZE
                  "  Not on account file: " DELIMITED BY SIZE
                  WS-UNMAPPED-TXNS DELIMITED BY SIZE
                  INTO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           STRING "Official checks bought with cash: "
                  DELIMITED BY SIZE
                  WS-CASH-CHECKS DELIMITED BY SIZE
                  INTO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           STRING "Cases opened - structuring: " DELIMITED BY SIZE
                  WS-STRUCT-CASES DELIMITED BY SIZE
                  "  rapid movement: " DELIMITED BY SIZE
                  WS-RAPID-CASES DELIMITED BY SIZE
                  "  reactivated: " DELIMITED BY SIZE
                  WS-REACT-CASES DELIMITED BY SIZE
                  INTO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           STRING "Hits already under review: " DELIMITED BY SIZE
                  WS-SUPPRESSED DELIMITED BY SIZE
                  INTO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           IF WS-NOT-OPENED > 0
               MOVE SPACES TO MONITOR-REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                      WS-NOT-OPENED DELIMITED BY SIZE
                      " further hits exceed the 2000-case limit ***"
                      DELIMITED BY SIZE
                      INTO MONITOR-REPORT-LINE
               WRITE MONITOR-REPORT-LINE
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE "*** Working table full - coverage incomplete ***"
                   TO MONITOR-REPORT-LINE
               WRITE MONITOR-REPORT-LINE
           END-IF.
           CLOSE MONITOR-REPORT-FILE.

       WRITE-CASE-DETAIL.
           MOVE WS-SA-AMOUNT(WS-SA-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           STRING WS-SA-ID(WS-SA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SA-RULE(WS-SA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SA-CUST-ID(WS-SA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SA-ACCOUNT-ID(WS-SA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SA-TXN-COUNT(WS-SA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SA-WINDOW-START(WS-SA-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SA-WINDOW-END(WS-SA-IDX) DELIMITED BY SIZE
                  INTO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.
           MOVE SPACES TO MONITOR-REPORT-LINE.
           STRING "        " DELIMITED BY SIZE
                  WS-SA-DETAIL(WS-SA-IDX) DELIMITED BY SIZE
                  INTO MONITOR-REPORT-LINE.
           WRITE MONITOR-REPORT-LINE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "SARMON  " TO ES-STEP.
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
           MOVE "SARMON  " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
