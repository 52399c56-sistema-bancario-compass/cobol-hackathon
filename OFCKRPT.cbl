       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCKRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCHK-FILE-STATUS.
           SELECT GL-CHART-FILE ASSIGN TO "GLCHART.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLCHART-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
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

       DATA DIVISION.
       FILE SECTION.
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

       FD GL-CHART-FILE.
       01 GL-CHART-RECORD.
           05 GA-TR-TYPE         PIC X(1).
           05 GA-TR-DIRECTION    PIC X(1).
           05 GA-DR-ACCOUNT      PIC X(4).
           05 GA-CR-ACCOUNT      PIC X(4).
           05 GA-DESCRIPTION     PIC X(30).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GJ-RUN-NUMBER      PIC 9(6).
           05 GJ-TR-ID           PIC 9(8).
           05 GJ-GL-ACCOUNT      PIC X(4).
           05 GJ-DR-CR           PIC X(1).
               88 GJ-DEBIT       VALUE "D".
               88 GJ-CREDIT      VALUE "C".
           05 GJ-AMOUNT          PIC 9(8)V99.
           05 GJ-POST-DATE       PIC 9(8).
           05 GJ-PERIOD          PIC 9(6).

       FD LIABILITY-REPORT-FILE.
       01 LIABILITY-REPORT-LINE  PIC X(100).

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

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-OFFCHK-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-GLCHART-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-JOURNAL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

      *    2060 until the chart maps the official-check type.
       01 WS-LIABILITY-ACCOUNT    PIC X(4) VALUE "2060".
       01 WS-OUTSTANDING-COUNT    PIC 9(6) VALUE 0.
       01 WS-OUTSTANDING-TOTAL    PIC 9(8)V99 VALUE 0.
       01 WS-GL-BALANCE           PIC S9(8)V99 VALUE 0.
       01 WS-DIFFERENCE           PIC S9(8)V99 VALUE 0.
       01 WS-DISP-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01 WS-DISP-SIGNED          PIC -Z,ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM FIND-LIABILITY-ACCOUNT.
           PERFORM COMPUTE-GL-BALANCE.

           OPEN OUTPUT LIABILITY-REPORT-FILE.
           MOVE "===================================" TO
               LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE "OFFICIAL CHECKS OUTSTANDING" TO
               LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "Business Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "   GL Account: " DELIMITED BY SIZE
                  WS-LIABILITY-ACCOUNT DELIMITED BY SIZE
                  INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE "===================================" TO
               LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           MOVE "CHECK#  ISSUED    PAYEE" TO
               LIABILITY-REPORT-LINE(1:23).
           MOVE "PURCHASER" TO LIABILITY-REPORT-LINE(50:9).
           MOVE "AMOUNT" TO LIABILITY-REPORT-LINE(87:6).
           WRITE LIABILITY-REPORT-LINE.

           PERFORM LIST-OUTSTANDING-CHECKS.

           IF WS-OUTSTANDING-COUNT = 0
               MOVE "No official checks outstanding." TO
                   LIABILITY-REPORT-LINE
               WRITE LIABILITY-REPORT-LINE
           END-IF.

           COMPUTE WS-DIFFERENCE =
               WS-GL-BALANCE - WS-OUTSTANDING-TOTAL.

           MOVE "===================================" TO
               LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE WS-OUTSTANDING-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "Checks outstanding: " DELIMITED BY SIZE
                  WS-OUTSTANDING-COUNT DELIMITED BY SIZE
                  "   Register total: " DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           MOVE WS-GL-BALANCE TO WS-DISP-SIGNED.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING "GL balance, account " DELIMITED BY SIZE
                  WS-LIABILITY-ACCOUNT DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-DISP-SIGNED DELIMITED BY SIZE
                  INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           IF WS-DIFFERENCE = 0
               MOVE "REGISTER IN BALANCE WITH THE GENERAL LEDGER" TO
                   LIABILITY-REPORT-LINE
           ELSE
               MOVE WS-DIFFERENCE TO WS-DISP-SIGNED
               MOVE SPACES TO LIABILITY-REPORT-LINE
               STRING "*** OUT OF BALANCE - DIFFERENCE "
                      DELIMITED BY SIZE
                      WS-DISP-SIGNED DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO LIABILITY-REPORT-LINE
           END-IF.
           WRITE LIABILITY-REPORT-LINE.
           MOVE "===================================" TO
               LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.
           CLOSE LIABILITY-REPORT-FILE.

           MOVE "OFCKRPT " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           MOVE "OFFICIAL CHK REPORT" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Outstanding " WS-OUTSTANDING-COUNT " total "
               WS-OUTSTANDING-TOTAL DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "OFFICIAL CHECK LIABILITY REPORT COMPLETE".
           DISPLAY "Checks outstanding: " WS-OUTSTANDING-COUNT.
           DISPLAY "Register total: " WS-OUTSTANDING-TOTAL.
           DISPLAY "GL balance (" WS-LIABILITY-ACCOUNT "): "
               WS-GL-BALANCE.
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "*** Register does not agree to the GL. "
                   "Difference: " WS-DIFFERENCE
           END-IF.
           DISPLAY "Report written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".

      *    Flagged for review; does not stop the run.
           MOVE SPACES TO WS-ES-DETAIL.
           IF WS-DIFFERENCE = 0
               MOVE "P" TO WS-ES-FLAG
               STRING "Outstanding " WS-OUTSTANDING-COUNT " total "
                   WS-OUTSTANDING-TOTAL " in balance"
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
           ELSE
               MOVE "A" TO WS-ES-FLAG
               STRING "Register out of balance with GL "
                   WS-LIABILITY-ACCOUNT " by " WS-DIFFERENCE
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
           END-IF.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           STRING "OFCKRPT-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

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

       FIND-LIABILITY-ACCOUNT.
           OPEN INPUT GL-CHART-FILE.
           IF WS-GLCHART-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-CHART-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GA-TR-TYPE = "O"
                           MOVE GA-CR-ACCOUNT TO WS-LIABILITY-ACCOUNT
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-CHART-FILE.

      *    Credits less debits posted through the date.
       COMPUTE-GL-BALANCE.
           MOVE 0 TO WS-GL-BALANCE.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GJ-GL-ACCOUNT = WS-LIABILITY-ACCOUNT
                           AND GJ-POST-DATE <= WS-DATE
                           IF GJ-CREDIT
                               ADD GJ-AMOUNT TO WS-GL-BALANCE
                           ELSE
                               SUBTRACT GJ-AMOUNT FROM WS-GL-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.

      *    Same outstanding test as GLPOST.
       LIST-OUTSTANDING-CHECKS.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OFFICIAL-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OK-ISSUE-DATE <= WS-DATE
                           AND (OK-OUTSTANDING
                               OR OK-STATUS-DATE > WS-DATE)
                           PERFORM WRITE-CHECK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.

       WRITE-CHECK-LINE.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD OK-AMOUNT TO WS-OUTSTANDING-TOTAL.
           MOVE OK-AMOUNT TO WS-DISP-AMOUNT.
           MOVE SPACES TO LIABILITY-REPORT-LINE.
           STRING OK-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OK-ISSUE-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OK-PAYEE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OK-PURCHASER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO LIABILITY-REPORT-LINE.
           WRITE LIABILITY-REPORT-LINE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "OFCKRPT " TO ES-STEP.
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
           MOVE "OFCKRPT " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
