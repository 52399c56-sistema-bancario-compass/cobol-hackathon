       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT GL-CHART-FILE ASSIGN TO "GLCHART.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLCHART-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT SUSPENSE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
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
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-ID              PIC 9(6).
           05 SU-OPEN-DATE       PIC 9(8).
           05 SU-SOURCE          PIC X(8).
           05 SU-CLASS           PIC X(1).
               88 SU-CLEARING    VALUE "C".
               88 SU-MEMO        VALUE "M".
           05 SU-DIRECTION       PIC X(1).
               88 SU-FUNDS-HELD  VALUE "+".
               88 SU-FUNDS-OWED  VALUE "-".
           05 SU-ACCOUNT-ID      PIC 9(6).
           05 SU-FROM-ACCOUNT    PIC 9(6).
           05 SU-AMOUNT          PIC 9(6)V99.
           05 SU-REASON          PIC X(35).
           05 SU-REFERENCE       PIC X(17).
           05 SU-STATUS          PIC X(1).
               88 SU-OPEN        VALUE "O".
               88 SU-POSTED      VALUE "P".
               88 SU-RETURNED    VALUE "R".
               88 SU-WRITTEN-OFF VALUE "W".
           05 SU-STATUS-DATE     PIC 9(8).
           05 SU-OPERATOR        PIC X(8).

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

       FD SUSPENSE-REPORT-FILE.
       01 SUSPENSE-REPORT-LINE   PIC X(100).

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
       01 WS-SUSPENSE-FILE-STATUS PIC X(2) VALUE "00".
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

      *    2080 until the chart maps the suspense type.
       01 WS-SUSPENSE-ACCOUNT     PIC X(4) VALUE "2080".
       01 WS-OPEN-COUNT           PIC 9(6) VALUE 0.
       01 WS-HELD-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-OWED-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-NET-OPEN             PIC S9(8)V99 VALUE 0.
       01 WS-MEMO-COUNT           PIC 9(6) VALUE 0.
       01 WS-MEMO-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-GL-BALANCE           PIC S9(8)V99 VALUE 0.
       01 WS-DIFFERENCE           PIC S9(8)V99 VALUE 0.
       01 WS-DISP-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01 WS-DISP-SIGNED          PIC -Z,ZZZ,ZZ9.99.
       01 WS-DISP-AGE             PIC ZZZ9.
       01 WS-DISP-COUNT           PIC ZZZZZ9.

      *    Items over thirty days are called out.
       01 WS-AGE-DAYS             PIC 9(5) VALUE 0.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 4 TIMES.
               10 WS-BUCKET-LABEL PIC X(12).
               10 WS-BUCKET-COUNT PIC 9(6).
               10 WS-BUCKET-TOTAL PIC 9(8)V99.
       01 WS-BUCKET-IDX           PIC 9(1) VALUE 0.
       01 WS-AGED-COUNT           PIC 9(6) VALUE 0.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM FIND-SUSPENSE-ACCOUNT.
           PERFORM COMPUTE-GL-BALANCE.

           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           MOVE "===================================" TO
               SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE "AGED SUSPENSE ITEMS" TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING "Business Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "   GL Account: " DELIMITED BY SIZE
                  WS-SUSPENSE-ACCOUNT DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE "===================================" TO
               SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           MOVE "ITEM    OPENED    AGE SOURCE   ACCOUNT D" TO
               SUSPENSE-REPORT-LINE(1:40).
           MOVE "REASON" TO SUSPENSE-REPORT-LINE(42:6).
           MOVE "AMOUNT" TO SUSPENSE-REPORT-LINE(86:6).
           WRITE SUSPENSE-REPORT-LINE.

           PERFORM LIST-OPEN-ITEMS.

           IF WS-OPEN-COUNT = 0
               MOVE "No clearing items open in suspense." TO
                   SUSPENSE-REPORT-LINE
               WRITE SUSPENSE-REPORT-LINE
           END-IF.

           COMPUTE WS-NET-OPEN = WS-HELD-TOTAL - WS-OWED-TOTAL.
           COMPUTE WS-DIFFERENCE = WS-GL-BALANCE - WS-NET-OPEN.

           MOVE "===================================" TO
               SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE "AGING" TO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               PERFORM WRITE-BUCKET-LINE
           END-PERFORM.

           MOVE "===================================" TO
               SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE WS-HELD-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING "Items open: " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  "   Funds held: " DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE WS-OWED-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING "Funds owed: " DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE WS-NET-OPEN TO WS-DISP-SIGNED.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING "Net open items: " DELIMITED BY SIZE
                  WS-DISP-SIGNED DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE WS-GL-BALANCE TO WS-DISP-SIGNED.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING "GL balance, account " DELIMITED BY SIZE
                  WS-SUSPENSE-ACCOUNT DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-DISP-SIGNED DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           IF WS-DIFFERENCE = 0
               MOVE "SUSPENSE IN BALANCE WITH THE GENERAL LEDGER" TO
                   SUSPENSE-REPORT-LINE
           ELSE
               MOVE WS-DIFFERENCE TO WS-DISP-SIGNED
               MOVE SPACES TO SUSPENSE-REPORT-LINE
               STRING "*** OUT OF BALANCE - DIFFERENCE "
                      DELIMITED BY SIZE
                      WS-DISP-SIGNED DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO SUSPENSE-REPORT-LINE
           END-IF.
           WRITE SUSPENSE-REPORT-LINE.

      *    Memo items hold no money and are not tied out.
           MOVE "===================================" TO
               SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE "MEMO ITEMS (NOT IN THE GENERAL LEDGER)" TO
               SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           PERFORM LIST-MEMO-ITEMS.
           MOVE WS-MEMO-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING "Memo items open: " DELIMITED BY SIZE
                  WS-MEMO-COUNT DELIMITED BY SIZE
                  "   Total: " DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           MOVE "===================================" TO
               SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.
           CLOSE SUSPENSE-REPORT-FILE.

           MOVE "SUSPRPT " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           MOVE "SUSPENSE REPORT" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Open " WS-OPEN-COUNT " net " WS-NET-OPEN
               " aged " WS-AGED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "AGED SUSPENSE REPORT COMPLETE".
           DISPLAY "Clearing items open: " WS-OPEN-COUNT.
           DISPLAY "Net open items: " WS-NET-OPEN.
           DISPLAY "GL balance (" WS-SUSPENSE-ACCOUNT "): "
               WS-GL-BALANCE.
           DISPLAY "Items over 30 days: " WS-AGED-COUNT.
           DISPLAY "Memo items open: " WS-MEMO-COUNT.
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "*** Suspense does not agree to the GL. "
                   "Difference: " WS-DIFFERENCE
           END-IF.
           DISPLAY "Report written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".

      *    Flagged for review; does not stop the run.
           MOVE SPACES TO WS-ES-DETAIL.
           IF WS-DIFFERENCE NOT = 0
               MOVE "A" TO WS-ES-FLAG
               STRING "Suspense out of balance with GL "
                   WS-SUSPENSE-ACCOUNT " by " WS-DIFFERENCE
                   DELIMITED BY SIZE INTO WS-ES-DETAIL
           ELSE
               IF WS-AGED-COUNT > 0
                   MOVE "A" TO WS-ES-FLAG
                   STRING "In balance; " WS-AGED-COUNT
                       " items open over 30 days"
                       DELIMITED BY SIZE INTO WS-ES-DETAIL
               ELSE
                   MOVE "P" TO WS-ES-FLAG
                   STRING "Open " WS-OPEN-COUNT " net " WS-NET-OPEN
                       " in balance"
                       DELIMITED BY SIZE INTO WS-ES-DETAIL
               END-IF
           END-IF.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           STRING "SUSPRPT-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           MOVE "0-1 days" TO WS-BUCKET-LABEL(1).
           MOVE "2-5 days" TO WS-BUCKET-LABEL(2).
           MOVE "6-30 days" TO WS-BUCKET-LABEL(3).
           MOVE "Over 30 days" TO WS-BUCKET-LABEL(4).
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
               MOVE 0 TO WS-BUCKET-TOTAL(WS-BUCKET-IDX)
           END-PERFORM.

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

       FIND-SUSPENSE-ACCOUNT.
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
                       IF GA-TR-TYPE = "S" AND GA-TR-DIRECTION = SPACE
                           MOVE GA-CR-ACCOUNT TO WS-SUSPENSE-ACCOUNT
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
                       IF GJ-GL-ACCOUNT = WS-SUSPENSE-ACCOUNT
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

      *    Same open test as GLPOST.
       LIST-OPEN-ITEMS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               CLOSE SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-CLEARING
                           AND SU-OPEN-DATE <= WS-DATE
                           AND (SU-OPEN OR SU-STATUS-DATE > WS-DATE)
                           PERFORM WRITE-ITEM-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       WRITE-ITEM-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           IF SU-FUNDS-HELD
               ADD SU-AMOUNT TO WS-HELD-TOTAL
           ELSE
               ADD SU-AMOUNT TO WS-OWED-TOTAL
           END-IF.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE)
               - FUNCTION INTEGER-OF-DATE(SU-OPEN-DATE).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
                   ADD 1 TO WS-AGED-COUNT
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX).
           ADD SU-AMOUNT TO WS-BUCKET-TOTAL(WS-BUCKET-IDX).
           PERFORM FORMAT-ITEM-LINE.
           WRITE SUSPENSE-REPORT-LINE.

       FORMAT-ITEM-LINE.
           MOVE SU-AMOUNT TO WS-DISP-AMOUNT.
           MOVE WS-AGE-DAYS TO WS-DISP-AGE.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING SU-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SU-OPEN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-AGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SU-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SU-ACCOUNT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SU-DIRECTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SU-REASON DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.

       WRITE-BUCKET-LINE.
           MOVE WS-BUCKET-TOTAL(WS-BUCKET-IDX) TO WS-DISP-AMOUNT.
           MOVE WS-BUCKET-COUNT(WS-BUCKET-IDX) TO WS-DISP-COUNT.
           MOVE SPACES TO SUSPENSE-REPORT-LINE.
           STRING WS-BUCKET-LABEL(WS-BUCKET-IDX) DELIMITED BY SIZE
                  "  Items: " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  "  Amount: " DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO SUSPENSE-REPORT-LINE.
           WRITE SUSPENSE-REPORT-LINE.

       LIST-MEMO-ITEMS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               CLOSE SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-MEMO
                           AND SU-OPEN-DATE <= WS-DATE
                           AND (SU-OPEN OR SU-STATUS-DATE > WS-DATE)
                           PERFORM WRITE-MEMO-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       WRITE-MEMO-LINE.
           ADD 1 TO WS-MEMO-COUNT.
           ADD SU-AMOUNT TO WS-MEMO-TOTAL.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE)
               - FUNCTION INTEGER-OF-DATE(SU-OPEN-DATE).
           PERFORM FORMAT-ITEM-LINE.
           WRITE SUSPENSE-REPORT-LINE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "SUSPRPT " TO ES-STEP.
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
           MOVE "SUSPRPT " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
