       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDIMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-IN-FILE ASSIGN TO "CARDIN.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CARD-PROCESSED-FILE ASSIGN TO WS-PROCESSED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROCESSED-FILE-STATUS.
           SELECT CARD-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-MASTER-FILE ASSIGN TO "CARDMST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARDMST-FILE-STATUS.
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
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-ID
           ALTERNATE RECORD KEY IS TR-ACCOUNT-ID WITH DUPLICATES
           FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
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
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEESCHED-FILE-STATUS.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-IN-FILE.
       01 CARD-IN-RECORD         PIC X(60).
       01 CARD-IN-HEADER.
           05 CH-RECORD-TYPE     PIC X(1).
           05 CH-FILE-DATE       PIC 9(8).
           05 CH-PROCESSOR       PIC X(20).
           05 FILLER             PIC X(31).
       01 CARD-IN-DETAIL.
           05 CD-RECORD-TYPE     PIC X(1).
           05 CD-CARD-NUMBER     PIC 9(16).
           05 CD-CHANNEL         PIC X(1).
               88 CD-ATM         VALUE "A".
               88 CD-POS         VALUE "P".
           05 CD-DC              PIC X(1).
               88 CD-DEBIT       VALUE "D".
               88 CD-CREDIT      VALUE "C".
           05 CD-AMOUNT          PIC 9(6)V99.
           05 CD-TXN-DATE        PIC 9(8).
           05 CD-MERCHANT        PIC X(20).
           05 FILLER             PIC X(5).
       01 CARD-IN-TRAILER.
           05 CT-RECORD-TYPE     PIC X(1).
           05 CT-COUNT           PIC 9(6).
           05 CT-TOTAL           PIC 9(10)V99.
           05 FILLER             PIC X(41).

       FD CARD-PROCESSED-FILE.
       01 CARD-PROCESSED-RECORD  PIC X(60).

       FD CARD-REPORT-FILE.
       01 CARD-REPORT-LINE       PIC X(100).

       FD CARD-MASTER-FILE.
       01 CARD-MASTER-RECORD.
           05 CM-CARD-NUMBER     PIC 9(16).
           05 CM-ACCOUNT-ID      PIC 9(6).
           05 CM-CUST-ID         PIC 9(5).
           05 CM-STATUS          PIC X(1).
               88 CM-ACTIVE      VALUE "A".
               88 CM-BLOCKED     VALUE "B".
               88 CM-REPLACED    VALUE "R".
           05 CM-ISSUE-DATE      PIC 9(8).
           05 CM-EXPIRY          PIC 9(6).
           05 CM-ATM-LIMIT       PIC 9(6)V99.
           05 CM-POS-LIMIT       PIC 9(6)V99.
           05 CM-USAGE-DATE      PIC 9(8).
           05 CM-ATM-USED        PIC 9(6)V99.
           05 CM-POS-USED        PIC 9(6)V99.
           05 CM-STATUS-DATE     PIC 9(8).
           05 CM-BLOCK-REASON    PIC X(1).
               88 CM-LOST        VALUE "L".
               88 CM-STOLEN      VALUE "S".
               88 CM-FRAUD       VALUE "F".
               88 CM-CUST-REQUEST VALUE "C".
           05 CM-REPLACED-BY     PIC 9(16).
           05 CM-ISSUE-OPER      PIC X(8).

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

       FD TRANSACTION-CONTROL-FILE.
       01 TRANSACTION-CONTROL-RECORD.
           05 TC-NEXT-TR-ID      PIC 9(8).

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

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-CODE            PIC X(4).
           05 FS-ACCOUNT-TYPE    PIC X(1).
           05 FS-AMOUNT          PIC 9(4)V99.
           05 FS-MIN-BALANCE     PIC 9(6)V99.
           05 FS-WAIVE-BALANCE   PIC 9(6)V99.

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-EXTITEM-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EXT-ORIGIN           PIC X(1) VALUE "A".
       01 WS-IN-FILE-STATUS       PIC X(2) VALUE "00".
       01 WS-PROCESSED-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PROCESSED-FILENAME   PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-CARDMST-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.

       01 WS-HEADER-SEEN          PIC X VALUE "N".
       01 WS-TRAILER-SEEN         PIC X VALUE "N".
       01 WS-FILE-ACCEPTED        PIC X VALUE "N".
       01 WS-FILE-DATE            PIC 9(8) VALUE 0.
       01 WS-PROCESSOR            PIC X(20) VALUE SPACES.
       01 WS-DETAIL-COUNT         PIC 9(6) VALUE 0.
       01 WS-DETAIL-TOTAL         PIC 9(10)V99 VALUE 0.
       01 WS-TRAILER-COUNT        PIC 9(6) VALUE 0.
       01 WS-TRAILER-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-POSTED-COUNT         PIC 9(6) VALUE 0.
       01 WS-POSTED-TOTAL         PIC 9(10)V99 VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(6) VALUE 0.
       01 WS-REJECT-TOTAL         PIC 9(10)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.
       01 WS-BALANCED-COUNT       PIC 9(6) VALUE 0.
       01 WS-BALANCED-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-IN-BALANCE           PIC X VALUE "N".
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.

       01 WS-CARD-TABLE.
          05 WS-CARD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CX-IDX.
             10 WS-CX-RECORD         PIC X(115).
             10 WS-CX-CARD-NUMBER    PIC 9(16).
             10 WS-CX-ACCOUNT-ID     PIC 9(6).
             10 WS-CX-STATUS         PIC X(1).
             10 WS-CX-EXPIRY         PIC 9(6).
             10 WS-CX-ATM-LIMIT      PIC 9(6)V99.
             10 WS-CX-POS-LIMIT      PIC 9(6)V99.
             10 WS-CX-USAGE-DATE     PIC 9(8).
             10 WS-CX-ATM-USED       PIC 9(6)V99.
             10 WS-CX-POS-USED       PIC 9(6)V99.
       01 WS-CARD-COUNT           PIC 9(4) VALUE 0.
       01 WS-CARD-MAX             PIC 9(4) VALUE 2000.
       01 WS-CARD-FULL            PIC X VALUE "N".
       01 WS-CARD-FOUND           PIC X VALUE "N".
       01 WS-CARD-CHANGED         PIC X VALUE "N".

       01 WS-ACCOUNT-ID           PIC 9(6) VALUE 0.
       01 WS-ACCT-FOUND           PIC X VALUE "N".
       01 WS-ACCT-STATUS          PIC X(1) VALUE SPACE.
       01 WS-ACCT-TYPE            PIC X(1) VALUE SPACE.
       01 WS-ACCT-BALANCE         PIC S9(6)V99 VALUE 0.
       01 WS-ACCT-OD-LIMIT        PIC 9(6)V99 VALUE 0.
       01 WS-ACCT-ODP-ID          PIC 9(6) VALUE 0.
       01 WS-BRANCH               PIC 9(3) VALUE 1.
       01 WS-NEW-BALANCE          PIC S9(6)V99 VALUE 0.
       01 WS-HOLD-TOTAL           PIC 9(8)V99 VALUE 0.
       01 WS-AVAILABLE-BALANCE    PIC S9(8)V99 VALUE 0.
       01 WS-OD-ALLOWED           PIC 9(6)V99 VALUE 0.
       01 WS-HOLD-EOF             PIC X VALUE "N".
       01 WS-WORK-ACCOUNT-ID      PIC 9(6) VALUE 0.
       01 WS-LIMIT-USED           PIC 9(7)V99 VALUE 0.

       01 WS-ODP-COUNT            PIC 9(6) VALUE 0.
       01 WS-FEESCHED-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ODP-ACCOUNT-ID   PIC 9(6) VALUE 0.
       01 WS-ODP-CHECKING-ID  PIC 9(6) VALUE 0.
       01 WS-ODP-SHORTFALL    PIC S9(8)V99 VALUE 0.
       01 WS-ODP-OD-ALLOWED   PIC 9(6)V99 VALUE 0.
       01 WS-ODP-AVAILABLE    PIC S9(8)V99 VALUE 0.
       01 WS-ODP-HOLD-TOTAL   PIC 9(8)V99 VALUE 0.
       01 WS-ODP-TRANSFER     PIC 9(6)V99 VALUE 0.
       01 WS-ODP-FEE          PIC 9(4)V99 VALUE 0.
       01 WS-ODP-FEE-CODE     PIC X(4) VALUE "ODPT".
       01 WS-ODP-FOUND        PIC X VALUE "N".
       01 WS-ODP-SWEPT        PIC X VALUE "N".
       01 WS-ODP-EOF          PIC X VALUE "N".
       01 WS-ODP-SAVINGS-BRANCH PIC 9(3) VALUE 1.
       01 WS-ODP-CHECKING-BRANCH PIC 9(3) VALUE 1.
       01 WS-ODP-DEBIT-TXN-ID PIC 9(8) VALUE 0.

       01 WS-DISP-COUNT           PIC ZZZ,ZZ9.
       01 WS-DISP-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-SIGNED          PIC -ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-TRANSACTION-ID.
           STRING "CARDEXC-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           STRING "CARDIN-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PROCESSED-FILENAME.

           OPEN INPUT CARD-IN-FILE.
           IF WS-IN-FILE-STATUS = "35"
               DISPLAY "No card settlement file (CARDIN.dat) found. "
                   "Nothing to import."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No card settlement file" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.

      *    An out-of-balance file is refused whole and left in place.
           PERFORM VERIFY-CONTROL-TOTALS.
           CLOSE CARD-IN-FILE.
           IF WS-FILE-ACCEPTED = "N"
               PERFORM REJECT-WHOLE-FILE
               MOVE "A" TO WS-ES-FLAG
               MOVE "Control totals failed, nothing posted"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.

           PERFORM LOAD-CARD-TABLE.
           IF WS-CARD-FULL = "Y"
               DISPLAY "Card master exceeds the 2000-card working "
                   "limit. Import refused."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Card master over working limit, not posted"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CARD-IN-FILE.
           OPEN OUTPUT CARD-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE CARD-IN-FILE.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CARD-REPORT-FILE.

           IF WS-CARD-CHANGED = "Y"
               PERFORM WRITE-CARD-TABLE-BACK
           END-IF.

           MOVE "CARDEXC " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

      *    Consumed so an EODRUN catch-up cannot post it again.
           PERFORM CONSUME-CARD-FILE.

           MOVE "CARD IMPORT RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Posted " WS-POSTED-COUNT " rejected "
               WS-REJECT-COUNT " except " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "CARD SETTLEMENT IMPORT COMPLETE".
           DISPLAY "Items posted: " WS-POSTED-COUNT
               "  Total: " WS-POSTED-TOTAL.
           DISPLAY "Items rejected: " WS-REJECT-COUNT
               "  Total: " WS-REJECT-TOTAL.
           DISPLAY "Overdrawn exceptions: " WS-EXCEPTION-COUNT.
           DISPLAY "Overdraft protection transfers: " WS-ODP-COUNT.
           IF WS-IN-BALANCE = "Y"
               DISPLAY "Control totals: IN BALANCE"
           ELSE
               DISPLAY "*** Control totals: OUT OF BALANCE"
           END-IF.
           DISPLAY "Report file: " WS-REPORT-FILENAME.
           DISPLAY "Input moved to: " WS-PROCESSED-FILENAME.
           DISPLAY "===================================".

           IF WS-REJECT-COUNT > 0 OR WS-IN-BALANCE = "N"
               MOVE "A" TO WS-ES-FLAG
           ELSE
               MOVE "P" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Posted " WS-POSTED-COUNT " rejected "
               WS-REJECT-COUNT " except " WS-EXCEPTION-COUNT
               " odp " WS-ODP-COUNT DELIMITED BY SIZE
               INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       CONSUME-CARD-FILE.
           OPEN INPUT CARD-IN-FILE.
           OPEN EXTEND CARD-PROCESSED-FILE.
           IF WS-PROCESSED-FILE-STATUS = "35"
               OPEN OUTPUT CARD-PROCESSED-FILE
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CARD-PROCESSED-RECORD
                           FROM CARD-IN-RECORD
               END-READ
           END-PERFORM.
           CLOSE CARD-IN-FILE.
           CLOSE CARD-PROCESSED-FILE.
           CALL "CBL_DELETE_FILE" USING "CARDIN.dat".

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "CARDIMP " TO ES-STEP.
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

       OPEN-TRANSACTION-IO.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TXN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF.

       VERIFY-CONTROL-TOTALS.
           MOVE "N" TO WS-FILE-ACCEPTED.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-IN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE CARD-IN-RECORD(1:1)
                           WHEN "H"
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE CH-FILE-DATE TO WS-FILE-DATE
                               MOVE CH-PROCESSOR TO WS-PROCESSOR
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD CD-AMOUNT TO WS-DETAIL-TOTAL
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE CT-COUNT TO WS-TRAILER-COUNT
                               MOVE CT-TOTAL TO WS-TRAILER-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-HEADER-SEEN = "Y" AND WS-TRAILER-SEEN = "Y"
               AND WS-TRAILER-COUNT = WS-DETAIL-COUNT
               AND WS-TRAILER-TOTAL = WS-DETAIL-TOTAL
               MOVE "Y" TO WS-FILE-ACCEPTED
           END-IF.

       REJECT-WHOLE-FILE.
           OPEN OUTPUT CARD-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "SETTLEMENT FILE NOT ACCEPTED - NOTHING POSTED"
               TO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           IF WS-HEADER-SEEN = "N"
               MOVE "Header record is missing" TO CARD-REPORT-LINE
               WRITE CARD-REPORT-LINE
           END-IF.
           IF WS-TRAILER-SEEN = "N"
               MOVE "Trailer record is missing" TO CARD-REPORT-LINE
               WRITE CARD-REPORT-LINE
           END-IF.
           IF WS-TRAILER-SEEN = "Y"
               AND (WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL)
               MOVE SPACES TO CARD-REPORT-LINE
               STRING "CONTROL TOTAL MISMATCH: trailer "
                      DELIMITED BY SIZE
                      WS-TRAILER-COUNT DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      WS-TRAILER-TOTAL DELIMITED BY SIZE
                      " details " DELIMITED BY SIZE
                      WS-DETAIL-COUNT DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      WS-DETAIL-TOTAL DELIMITED BY SIZE
                      INTO CARD-REPORT-LINE
               WRITE CARD-REPORT-LINE
           END-IF.
           MOVE "Input file left in place for resubmission"
               TO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           CLOSE CARD-REPORT-FILE.

           MOVE "CARDEXC " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           DISPLAY "Card settlement file failed control-total "
               "verification. Nothing was posted.".
           DISPLAY "Trailer " WS-TRAILER-COUNT "/" WS-TRAILER-TOTAL
               "  Details " WS-DETAIL-COUNT "/" WS-DETAIL-TOTAL ".".

           MOVE "CARD IMPORT REJECTED" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE "Control totals failed, nothing posted"
               TO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING "CARD SETTLEMENT REJECT / EXCEPTION REPORT  "
                  DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING "Processor: " DELIMITED BY SIZE
                  WS-PROCESSOR DELIMITED BY SIZE
                  "  File date: " DELIMITED BY SIZE
                  WS-FILE-DATE DELIMITED BY SIZE
                  INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE "===================================" TO
               CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.

      *    Posted plus rejected must equal the trailer totals.
       WRITE-CONTROL-TOTALS.
           ADD WS-POSTED-COUNT WS-REJECT-COUNT
               GIVING WS-BALANCED-COUNT.
           ADD WS-POSTED-TOTAL WS-REJECT-TOTAL
               GIVING WS-BALANCED-TOTAL.
           IF WS-BALANCED-COUNT = WS-TRAILER-COUNT
               AND WS-BALANCED-TOTAL = WS-TRAILER-TOTAL
               MOVE "Y" TO WS-IN-BALANCE
           ELSE
               MOVE "N" TO WS-IN-BALANCE
           END-IF.

           MOVE "===================================" TO
               CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE WS-TRAILER-COUNT TO WS-DISP-COUNT.
           MOVE WS-TRAILER-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING "Processor trailer  " WS-DISP-COUNT "  "
               WS-DISP-AMOUNT DELIMITED BY SIZE INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE WS-POSTED-COUNT TO WS-DISP-COUNT.
           MOVE WS-POSTED-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING "Posted             " WS-DISP-COUNT "  "
               WS-DISP-AMOUNT DELIMITED BY SIZE INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-DISP-COUNT.
           MOVE WS-REJECT-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING "Rejected           " WS-DISP-COUNT "  "
               WS-DISP-AMOUNT DELIMITED BY SIZE INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE WS-BALANCED-COUNT TO WS-DISP-COUNT.
           MOVE WS-BALANCED-TOTAL TO WS-DISP-AMOUNT.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING "Posted + rejected  " WS-DISP-COUNT "  "
               WS-DISP-AMOUNT DELIMITED BY SIZE INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-DISP-COUNT.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING "Overdrawn after    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.
           IF WS-IN-BALANCE = "Y"
               MOVE "IN BALANCE WITH PROCESSOR TRAILER"
                   TO CARD-REPORT-LINE
           ELSE
               MOVE "*** OUT OF BALANCE WITH PROCESSOR TRAILER ***"
                   TO CARD-REPORT-LINE
           END-IF.
           WRITE CARD-REPORT-LINE.

       LOAD-CARD-TABLE.
           MOVE 0 TO WS-CARD-COUNT.
           MOVE "N" TO WS-CARD-FULL.
           MOVE "N" TO WS-CARD-CHANGED.
           OPEN INPUT CARD-MASTER-FILE.
           IF WS-CARDMST-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CARD-COUNT >= WS-CARD-MAX
                           MOVE "Y" TO WS-CARD-FULL
                       END-IF
                       IF WS-CARD-COUNT < WS-CARD-MAX
                           ADD 1 TO WS-CARD-COUNT
                           SET WS-CX-IDX TO WS-CARD-COUNT
                           MOVE CARD-MASTER-RECORD
                               TO WS-CX-RECORD(WS-CX-IDX)
                           MOVE CM-CARD-NUMBER
                               TO WS-CX-CARD-NUMBER(WS-CX-IDX)
                           MOVE CM-ACCOUNT-ID
                               TO WS-CX-ACCOUNT-ID(WS-CX-IDX)
                           MOVE CM-STATUS TO WS-CX-STATUS(WS-CX-IDX)
                           MOVE CM-EXPIRY TO WS-CX-EXPIRY(WS-CX-IDX)
                           MOVE CM-ATM-LIMIT
                               TO WS-CX-ATM-LIMIT(WS-CX-IDX)
                           MOVE CM-POS-LIMIT
                               TO WS-CX-POS-LIMIT(WS-CX-IDX)
                           MOVE CM-USAGE-DATE
                               TO WS-CX-USAGE-DATE(WS-CX-IDX)
                           MOVE CM-ATM-USED
                               TO WS-CX-ATM-USED(WS-CX-IDX)
                           MOVE CM-POS-USED
                               TO WS-CX-POS-USED(WS-CX-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARD-MASTER-FILE.

       WRITE-CARD-TABLE-BACK.
           OPEN OUTPUT CARD-MASTER-FILE.
           SET WS-CX-IDX TO 1.
           PERFORM WS-CARD-COUNT TIMES
               MOVE WS-CX-RECORD(WS-CX-IDX) TO CARD-MASTER-RECORD
               MOVE WS-CX-USAGE-DATE(WS-CX-IDX) TO CM-USAGE-DATE
               MOVE WS-CX-ATM-USED(WS-CX-IDX) TO CM-ATM-USED
               MOVE WS-CX-POS-USED(WS-CX-IDX) TO CM-POS-USED
               WRITE CARD-MASTER-RECORD
               SET WS-CX-IDX UP BY 1
           END-PERFORM.
           CLOSE CARD-MASTER-FILE.

       FIND-CARD-ENTRY.
           MOVE "N" TO WS-CARD-FOUND.
           SET WS-CX-IDX TO 1.
           PERFORM UNTIL WS-CX-IDX > WS-CARD-COUNT
               OR WS-CARD-FOUND = "Y"
               IF WS-CX-CARD-NUMBER(WS-CX-IDX) = CD-CARD-NUMBER
                   MOVE "Y" TO WS-CARD-FOUND
               ELSE
                   SET WS-CX-IDX UP BY 1
               END-IF
           END-PERFORM.

       PROCESS-ONE-RECORD.
           EVALUATE CARD-IN-RECORD(1:1)
               WHEN "H"
                   CONTINUE
               WHEN "D"
                   PERFORM PROCESS-ONE-DETAIL
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   MOVE "Unknown record type" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

       PROCESS-ONE-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-ACCOUNT-ID.

           IF CD-AMOUNT = 0
               MOVE "Amount is zero" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF NOT CD-ATM AND NOT CD-POS
               MOVE "Unknown channel" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF NOT CD-DEBIT AND NOT CD-CREDIT
               MOVE "Unknown debit/credit code" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CARD-ENTRY.
           IF WS-CARD-FOUND = "N"
               MOVE "Card not on file" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CX-STATUS(WS-CX-IDX) = "B"
               MOVE "Card is blocked" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CX-STATUS(WS-CX-IDX) = "R"
               MOVE "Card has been replaced" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CX-STATUS(WS-CX-IDX) NOT = "A"
               MOVE "Card is not active" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CX-EXPIRY(WS-CX-IDX) < CD-TXN-DATE(1:6)
               MOVE "Card has expired" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CX-ACCOUNT-ID(WS-CX-IDX) TO WS-ACCOUNT-ID.
           PERFORM READ-CARD-ACCOUNT.
           IF WS-ACCT-FOUND = "N"
               MOVE "Account not on file" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCT-STATUS = "C"
               MOVE "Account is closed" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF CD-DEBIT AND WS-ACCT-STATUS = "F"
               MOVE "Account is frozen" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.
           IF CD-DEBIT AND WS-ACCT-STATUS NOT = "O"
               MOVE "Account is dormant" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF CD-DEBIT
               PERFORM CHECK-CARD-LIMITS
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-AVAILABLE-FUNDS
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM POST-CARD-ITEM.
           PERFORM RECORD-CARD-TRANSACTION.
           IF CD-DEBIT
               IF CD-ATM
                   ADD CD-AMOUNT TO WS-CX-ATM-USED(WS-CX-IDX)
               ELSE
                   ADD CD-AMOUNT TO WS-CX-POS-USED(WS-CX-IDX)
               END-IF
               MOVE "Y" TO WS-CARD-CHANGED
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           ADD CD-AMOUNT TO WS-POSTED-TOTAL.

           IF WS-NEW-BALANCE < 0
               PERFORM WRITE-OVERDRAWN-EXCEPTION
           END-IF.

      *    Daily usage resets on a new processor date.
       CHECK-CARD-LIMITS.
           IF WS-CX-USAGE-DATE(WS-CX-IDX) NOT = CD-TXN-DATE
               MOVE CD-TXN-DATE TO WS-CX-USAGE-DATE(WS-CX-IDX)
               MOVE 0 TO WS-CX-ATM-USED(WS-CX-IDX)
               MOVE 0 TO WS-CX-POS-USED(WS-CX-IDX)
               MOVE "Y" TO WS-CARD-CHANGED
           END-IF.
           IF CD-ATM
               ADD WS-CX-ATM-USED(WS-CX-IDX) CD-AMOUNT
                   GIVING WS-LIMIT-USED
               IF WS-LIMIT-USED > WS-CX-ATM-LIMIT(WS-CX-IDX)
                   MOVE "ATM daily limit exceeded"
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               ADD WS-CX-POS-USED(WS-CX-IDX) CD-AMOUNT
                   GIVING WS-LIMIT-USED
               IF WS-LIMIT-USED > WS-CX-POS-LIMIT(WS-CX-IDX)
                   MOVE "POS daily limit exceeded"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    Available is balance less holds, plus overdraft for checking.
       CHECK-AVAILABLE-FUNDS.
           MOVE WS-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-ACCT-BALANCE - WS-HOLD-TOTAL.
           MOVE 0 TO WS-OD-ALLOWED.
           IF WS-ACCT-TYPE = "C" OR WS-ACCT-TYPE = "B"
               MOVE WS-ACCT-OD-LIMIT TO WS-OD-ALLOWED
               IF CD-AMOUNT > WS-AVAILABLE-BALANCE
                   PERFORM CHECK-OVERDRAFT-PROTECTION
               END-IF
           END-IF.
           IF CD-AMOUNT > WS-AVAILABLE-BALANCE + WS-OD-ALLOWED
               MOVE "Insufficient funds" TO WS-REJECT-REASON
           END-IF.

       CHECK-OVERDRAFT-PROTECTION.
           MOVE WS-ACCT-ODP-ID TO WS-ODP-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO WS-ODP-CHECKING-ID.
           COMPUTE WS-ODP-SHORTFALL =
               CD-AMOUNT - WS-AVAILABLE-BALANCE.
           MOVE WS-ACCT-OD-LIMIT TO WS-ODP-OD-ALLOWED.
           PERFORM OVERDRAFT-PROTECTION-SWEEP.
           IF WS-ODP-SWEPT = "Y"
               ADD WS-ODP-TRANSFER TO WS-ACCT-BALANCE
               ADD WS-ODP-TRANSFER TO WS-AVAILABLE-BALANCE
               ADD 1 TO WS-ODP-COUNT
           END-IF.

       READ-CARD-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND
                   MOVE AC-STATUS TO WS-ACCT-STATUS
                   MOVE AC-TYPE TO WS-ACCT-TYPE
                   MOVE AC-BALANCE TO WS-ACCT-BALANCE
                   MOVE AC-OVERDRAFT-LIMIT TO WS-ACCT-OD-LIMIT
                   MOVE AC-ODP-ACCOUNT-ID TO WS-ACCT-ODP-ID
                   MOVE AC-BRANCH TO WS-BRANCH
           END-READ.
           CLOSE ACCOUNT-FILE.

       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HOLD-EOF.
           PERFORM UNTIL WS-HOLD-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-HOLD-EOF
                   NOT AT END
                       IF HD-ACCOUNT-ID = WS-WORK-ACCOUNT-ID
                           AND HD-ACTIVE
                           ADD HD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       POST-CARD-ITEM.
           OPEN I-O ACCOUNT-FILE.
           MOVE WS-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   IF CD-CREDIT
                       ADD CD-AMOUNT TO AC-BALANCE
                   ELSE
                       SUBTRACT CD-AMOUNT FROM AC-BALANCE
                   END-IF
                   IF AC-LAST-TXN-DATE = WS-DATE
                       ADD 1 TO AC-DAILY-TXN-COUNT
                   ELSE
                       MOVE WS-DATE TO AC-LAST-TXN-DATE
                       MOVE 1 TO AC-DAILY-TXN-COUNT
                   END-IF
                   MOVE AC-BALANCE TO WS-NEW-BALANCE
                   MOVE AC-BRANCH TO WS-BRANCH
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
           END-READ.
           CLOSE ACCOUNT-FILE.

       RECORD-CARD-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "E" TO TR-TYPE.
           MOVE CD-AMOUNT TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           IF CD-CREDIT
               MOVE "+" TO TR-DIRECTION
           ELSE
               MOVE "-" TO TR-DIRECTION
           END-IF.
           MOVE "N" TO TR-POSTED-FLAG.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           IF CD-ATM
               MOVE "T" TO WS-EXT-ORIGIN
           ELSE
               MOVE "P" TO WS-EXT-ORIGIN
           END-IF.
           PERFORM RECORD-ITEM-ORIGIN.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       RECORD-ITEM-ORIGIN.
           OPEN EXTEND EXTERNAL-ITEM-FILE.
           IF WS-EXTITEM-FILE-STATUS = "35"
               OPEN OUTPUT EXTERNAL-ITEM-FILE
           END-IF.
           MOVE TR-ID TO EX-TR-ID.
           MOVE TR-ACCOUNT-ID TO EX-ACCOUNT-ID.
           MOVE TR-DATE TO EX-DATE.
           MOVE TR-AMOUNT TO EX-AMOUNT.
           MOVE WS-EXT-ORIGIN TO EX-ORIGIN.
           WRITE EXTERNAL-ITEM-RECORD.
           CLOSE EXTERNAL-ITEM-FILE.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           ADD CD-AMOUNT TO WS-REJECT-TOTAL.
           PERFORM WRITE-REJECT-LINE.

           MOVE "CARD ITEM REJECTED" TO WS-AUDIT-ACTION.
           MOVE WS-ACCOUNT-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Card " CD-CARD-NUMBER " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       WRITE-REJECT-LINE.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING CARD-IN-RECORD(1:43) DELIMITED BY SIZE
                  " REJECT: " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.

       WRITE-OVERDRAWN-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-NEW-BALANCE TO WS-DISP-SIGNED.
           MOVE SPACES TO CARD-REPORT-LINE.
           STRING CARD-IN-RECORD(1:43) DELIMITED BY SIZE
                  " EXCEPT: Posted, account " DELIMITED BY SIZE
                  WS-ACCOUNT-ID DELIMITED BY SIZE
                  " balance " DELIMITED BY SIZE
                  WS-DISP-SIGNED DELIMITED BY SIZE
                  INTO CARD-REPORT-LINE.
           WRITE CARD-REPORT-LINE.

       OVERDRAFT-PROTECTION-SWEEP.
      *    Covers a checking shortfall from the linked savings account.
           MOVE "N" TO WS-ODP-SWEPT.
           MOVE 0 TO WS-ODP-TRANSFER.
           IF WS-ODP-ACCOUNT-ID = 0
               OR WS-ODP-ACCOUNT-ID = WS-ODP-CHECKING-ID
               OR WS-ODP-SHORTFALL NOT > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-ODP-TRANSFER-FEE.
           PERFORM COMPUTE-ODP-HOLDS.

           MOVE "N" TO WS-ODP-FOUND.
           OPEN I-O ACCOUNT-FILE.
           MOVE WS-ODP-ACCOUNT-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AC-SAVINGS AND AC-OPEN
                       MOVE "Y" TO WS-ODP-FOUND
                       COMPUTE WS-ODP-AVAILABLE = AC-BALANCE
                           - WS-ODP-HOLD-TOTAL - WS-ODP-FEE
                       MOVE AC-BRANCH TO WS-ODP-SAVINGS-BRANCH
                   END-IF
           END-READ.
           IF WS-ODP-FOUND = "N" OR WS-ODP-AVAILABLE NOT > 0
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ODP-AVAILABLE < WS-ODP-SHORTFALL
               MOVE WS-ODP-AVAILABLE TO WS-ODP-TRANSFER
           ELSE
               MOVE WS-ODP-SHORTFALL TO WS-ODP-TRANSFER
           END-IF.
           IF WS-ODP-SHORTFALL - WS-ODP-TRANSFER > WS-ODP-OD-ALLOWED
               MOVE 0 TO WS-ODP-TRANSFER
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE.
           SUBTRACT WS-ODP-TRANSFER FROM AC-BALANCE.
           SUBTRACT WS-ODP-FEE FROM AC-BALANCE.
           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE ACCOUNT-RECORD.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE AC-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.

           MOVE WS-ODP-CHECKING-ID TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                   ADD WS-ODP-TRANSFER TO AC-BALANCE
                   MOVE AC-BRANCH TO WS-ODP-CHECKING-BRANCH
                   MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                   REWRITE ACCOUNT-RECORD
                   MOVE "R" TO WS-MJ-ACTION
                   MOVE AC-ID TO WS-MJ-KEY
                   PERFORM RECORD-MASTER-IMAGE
           END-READ.
           CLOSE ACCOUNT-FILE.
           MOVE "Y" TO WS-ODP-SWEPT.
           PERFORM RECORD-ODP-TRANSACTIONS.

           MOVE "OD PROTECTION XFER" TO WS-AUDIT-ACTION.
           MOVE WS-ODP-CHECKING-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Amt " WS-ODP-TRANSFER " from " WS-ODP-ACCOUNT-ID
               " fee " WS-ODP-FEE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       LOOKUP-ODP-TRANSFER-FEE.
           MOVE 0 TO WS-ODP-FEE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ODP-EOF.
           PERFORM UNTIL WS-ODP-EOF = "Y"
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF FS-CODE = WS-ODP-FEE-CODE
                           MOVE FS-AMOUNT TO WS-ODP-FEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.

       COMPUTE-ODP-HOLDS.
           MOVE 0 TO WS-ODP-HOLD-TOTAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ODP-EOF.
           PERFORM UNTIL WS-ODP-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-ODP-EOF
                   NOT AT END
                       IF HD-ACCOUNT-ID = WS-ODP-ACCOUNT-ID
                           AND HD-ACTIVE
                           ADD HD-AMOUNT TO WS-ODP-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       RECORD-ODP-TRANSACTIONS.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO WS-ODP-DEBIT-TXN-ID.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ODP-ACCOUNT-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-ODP-TRANSFER TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "-" TO TR-DIRECTION.
           MOVE WS-ODP-SAVINGS-BRANCH TO TR-BRANCH.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-ODP-CHECKING-ID TO TR-ACCOUNT-ID.
           MOVE "X" TO TR-TYPE.
           MOVE WS-ODP-TRANSFER TO TR-AMOUNT.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "+" TO TR-DIRECTION.
           MOVE WS-ODP-CHECKING-BRANCH TO TR-BRANCH.
           MOVE WS-ODP-DEBIT-TXN-ID TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE "N" TO TR-POSTED-FLAG.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

           IF WS-ODP-FEE > 0
               MOVE WS-TRANSACTION-ID TO TR-ID
               MOVE WS-ODP-ACCOUNT-ID TO TR-ACCOUNT-ID
               MOVE "F" TO TR-TYPE
               MOVE WS-ODP-FEE TO TR-AMOUNT
               MOVE WS-DATE TO TR-DATE
               MOVE WS-TIME TO TR-TIME
               MOVE "-" TO TR-DIRECTION
               MOVE WS-ODP-SAVINGS-BRANCH TO TR-BRANCH
               MOVE WS-ODP-DEBIT-TXN-ID TO TR-ORIG-ID
               MOVE "N" TO TR-REVERSED
               MOVE "N" TO TR-POSTED-FLAG
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-TRANSACTION-ID
               PERFORM WRITE-TRANSACTION-CONTROL
           END-IF.
           CLOSE TRANSACTION-FILE.

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
           MOVE "CARDIMP " TO MJ-PROGRAM.
           MOVE WS-MJ-FILE-ID TO MJ-FILE-ID.
           MOVE WS-MJ-ACTION TO MJ-ACTION.
           MOVE WS-MJ-KEY TO MJ-KEY.
           MOVE WS-MJ-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE WS-MJ-AFTER-IMAGE TO MJ-AFTER-IMAGE.
           WRITE MASTER-JOURNAL-RECORD.
           CLOSE MASTER-JOURNAL-FILE.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "CARDIMP " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
