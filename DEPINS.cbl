       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.

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
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEF.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BENEF-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT COVERAGE-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSITOR-EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
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

       FD BENEFICIARY-FILE.
       01 BENEFICIARY-RECORD.
           05 BN-ACCOUNT-ID      PIC 9(6).
           05 BN-SEQ             PIC 9(2).
           05 BN-NAME            PIC X(30).
           05 BN-RELATION        PIC X(15).
           05 BN-PERCENT         PIC 9(3).

       FD BRANCH-FILE.
       01 BRANCH-RECORD.
           05 BR-CODE            PIC 9(3).
           05 BR-NAME            PIC X(30).
           05 BR-STATUS          PIC X(1).
               88 BR-OPEN        VALUE "O".
               88 BR-CLOSED      VALUE "C".

       FD COVERAGE-REPORT-FILE.
       01 COVERAGE-REPORT-LINE   PIC X(132).

      *    Header, one detail per owner per account, trailer.
       FD DEPOSITOR-EXTRACT-FILE.
       01 DEPOSITOR-EXTRACT-LINE PIC X(160).
       01 DEPOSITOR-EXTRACT-HEADER.
           05 EH-RECORD-TYPE     PIC X(1).
           05 EH-FILE-DATE       PIC 9(8).
           05 EH-ORIGIN          PIC X(20).
           05 EH-COVERAGE-LIMIT  PIC 9(7)V99.
           05 FILLER             PIC X(122).
       01 DEPOSITOR-EXTRACT-DETAIL.
           05 ED-RECORD-TYPE     PIC X(1).
           05 ED-DEPOSITOR-ID    PIC 9(5).
           05 ED-DEPOSITOR-NAME  PIC X(30).
           05 ED-ADDRESS         PIC X(40).
           05 ED-CITY            PIC X(20).
           05 ED-STATE           PIC X(2).
           05 ED-ZIP             PIC X(10).
           05 ED-CATEGORY        PIC X(3).
               88 ED-SINGLE      VALUE "SGL".
               88 ED-JOINT       VALUE "JNT".
               88 ED-PAYABLE-ON-DEATH VALUE "POD".
               88 ED-BUSINESS    VALUE "BUS".
           05 ED-ACCOUNT-ID      PIC 9(6).
           05 ED-ACCOUNT-TYPE    PIC X(1).
           05 ED-BRANCH          PIC 9(3).
           05 ED-OWNER-COUNT     PIC 9(1).
           05 ED-BENE-COUNT      PIC 9(1).
           05 ED-ACCOUNT-BALANCE PIC 9(7)V99.
           05 ED-OWNER-BALANCE   PIC 9(7)V99.
           05 ED-INSURED         PIC 9(7)V99.
           05 ED-UNINSURED       PIC 9(7)V99.
           05 FILLER             PIC X(1).
       01 DEPOSITOR-EXTRACT-TRAILER.
           05 ET-RECORD-TYPE     PIC X(1).
           05 ET-DETAIL-COUNT    PIC 9(7).
           05 ET-DEPOSITOR-COUNT PIC 9(7).
           05 ET-TOTAL-DEPOSITS  PIC 9(11)V99.
           05 ET-TOTAL-INSURED   PIC 9(11)V99.
           05 ET-TOTAL-UNINSURED PIC 9(11)V99.
           05 FILLER             PIC X(106).

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
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-BENEF-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-BRANCH-FILE-STATUS   PIC X(2) VALUE "00".
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
       01 WS-EXTRACT-FILENAME     PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-CUSTMST-OPEN         PIC X VALUE "N".

      *    POD owners are covered per beneficiary, up to five.
       01 WS-COVERAGE-LIMIT       PIC 9(7)V99 VALUE 250000.00.
       01 WS-MAX-POD-BENEFICIARIES PIC 9(1) VALUE 5.

       01 WS-BENEF-TABLE.
          05 WS-BENEF-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BN-IDX.
             10 WS-BN-ACCOUNT-ID  PIC 9(6).
             10 WS-BN-NAME        PIC X(30).
       01 WS-BENEF-COUNT          PIC 9(4) VALUE 0.
       01 WS-BENEF-FULL           PIC X VALUE "N".

       01 WS-DEPOSITOR-TABLE.
          05 WS-DEPOSITOR-ENTRY OCCURS 3000 TIMES
                INDEXED BY WS-DP-IDX.
             10 WS-DP-CUST-ID     PIC 9(5).
             10 WS-DP-CATEGORY    PIC X(3).
             10 WS-DP-ACCOUNTS    PIC 9(3).
             10 WS-DP-BALANCE     PIC 9(9)V99.
             10 WS-DP-BENE-COUNT  PIC 9(1).
             10 WS-DP-BENE-NAME   PIC X(30) OCCURS 5 TIMES.
             10 WS-DP-LIMIT       PIC 9(9)V99.
             10 WS-DP-INSURED     PIC 9(9)V99.
             10 WS-DP-UNINSURED   PIC 9(9)V99.
             10 WS-DP-REM-BALANCE PIC 9(9)V99.
             10 WS-DP-REM-UNINSURED PIC 9(9)V99.
       01 WS-DEPOSITOR-COUNT      PIC 9(4) VALUE 0.
       01 WS-DEPOSITOR-FULL       PIC X VALUE "N".

       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 999 TIMES INDEXED BY WS-BT-IDX.
             10 WS-BT-NAME        PIC X(30).
             10 WS-BT-ACCOUNTS    PIC 9(5).
             10 WS-BT-DEPOSITS    PIC 9(11)V99.
             10 WS-BT-INSURED     PIC 9(11)V99.
             10 WS-BT-UNINSURED   PIC 9(11)V99.

       01 WS-CATEGORY-TABLE.
          05 WS-CATEGORY-ENTRY OCCURS 4 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-CODE        PIC X(3).
             10 WS-CT-DESCRIPTION PIC X(20).
             10 WS-CT-DEPOSITORS  PIC 9(5).
             10 WS-CT-DEPOSITS    PIC 9(11)V99.
             10 WS-CT-INSURED     PIC 9(11)V99.
             10 WS-CT-UNINSURED   PIC 9(11)V99.

       01 WS-ACCOUNT-CATEGORY     PIC X(3) VALUE SPACES.
       01 WS-ACCOUNT-BENE-COUNT   PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-BRANCH       PIC 9(3) VALUE 1.
       01 WS-OWNER-COUNT          PIC 9(1) VALUE 1.
       01 WS-OWNER-NUM            PIC 9(1) VALUE 1.
       01 WS-OWNER-ID             PIC 9(5) VALUE 0.
       01 WS-OWNER-SHARE          PIC 9(7)V99 VALUE 0.
       01 WS-FIRST-SHARE          PIC 9(7)V99 VALUE 0.
       01 WS-ALLOC-UNINSURED      PIC 9(7)V99 VALUE 0.
       01 WS-ALLOC-INSURED        PIC 9(7)V99 VALUE 0.
       01 WS-NAME-FOUND           PIC X VALUE "N".
       01 WS-NAME-IDX             PIC 9(1) VALUE 0.
       01 WS-POD-BENE-MULTIPLE    PIC 9(1) VALUE 0.

       01 WS-ACCOUNTS-READ        PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-FUNDED      PIC 9(6) VALUE 0.
       01 WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01 WS-UNINSURED-DEPOSITORS PIC 9(5) VALUE 0.
       01 WS-BANK-DEPOSITS        PIC 9(11)V99 VALUE 0.
       01 WS-BANK-INSURED         PIC 9(11)V99 VALUE 0.
       01 WS-BANK-UNINSURED       PIC 9(11)V99 VALUE 0.
       01 WS-EXTRACT-DEPOSITS     PIC 9(11)V99 VALUE 0.
       01 WS-EXTRACT-INSURED      PIC 9(11)V99 VALUE 0.
       01 WS-EXTRACT-UNINSURED    PIC 9(11)V99 VALUE 0.

       01 WS-DEPOSITOR-NAME       PIC X(30) VALUE SPACES.
       01 WS-UNINSURED-FLAG       PIC X(2) VALUE SPACES.
       01 WS-DISP-COUNT           PIC ZZ9.
       01 WS-DISP-DEPOSITORS      PIC ZZ,ZZ9.
       01 WS-DISP-BALANCE         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-LIMIT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-INSURED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-UNINSURED       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-BRANCH-NAMES.
           PERFORM LOAD-BENEFICIARIES.
           IF WS-BENEF-FULL = "Y"
               DISPLAY "Beneficiary file exceeds the 1000-record "
                   "working limit. Coverage not computed."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Beneficiary file over working limit"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               DISPLAY "No account file. Nothing to report."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No account file" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM ACCUMULATE-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

           IF WS-DEPOSITOR-FULL = "Y"
               DISPLAY "Depositors exceed the 3000-entry working "
                   "limit. Coverage not computed."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Depositors over working limit" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-COVERAGE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUSTMST-OPEN
           END-IF.
           PERFORM WRITE-DEPOSITOR-EXTRACT.
           PERFORM WRITE-COVERAGE-REPORT.
           IF WS-CUSTMST-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF.

           MOVE "DEPINS  " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           MOVE "DEPOSIT INSURANCE" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Depositors " WS-DEPOSITOR-COUNT " uninsured "
               WS-BANK-UNINSURED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "DEPOSIT INSURANCE COVERAGE COMPLETE".
           DISPLAY "Accounts read: " WS-ACCOUNTS-READ
               "  funded: " WS-ACCOUNTS-FUNDED.
           DISPLAY "Depositor categories: " WS-DEPOSITOR-COUNT.
           DISPLAY "Total deposits: " WS-BANK-DEPOSITS.
           DISPLAY "Insured: " WS-BANK-INSURED.
           DISPLAY "Uninsured: " WS-BANK-UNINSURED.
           DISPLAY "Depositors with uninsured funds: "
               WS-UNINSURED-DEPOSITORS.
           DISPLAY "Report written to: " WS-REPORT-FILENAME.
           DISPLAY "Extract written to: " WS-EXTRACT-FILENAME.
           DISPLAY "===================================".

           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Depositors " WS-DEPOSITOR-COUNT " over limit "
               WS-UNINSURED-DEPOSITORS " uninsured "
               WS-BANK-UNINSURED DELIMITED BY SIZE
               INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           STRING "DEPINS-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           STRING "DEPEXT-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-EXTRACT-FILENAME.

           MOVE "SGL" TO WS-CT-CODE(1).
           MOVE "Single ownership" TO WS-CT-DESCRIPTION(1).
           MOVE "JNT" TO WS-CT-CODE(2).
           MOVE "Joint ownership" TO WS-CT-DESCRIPTION(2).
           MOVE "POD" TO WS-CT-CODE(3).
           MOVE "Payable on death" TO WS-CT-DESCRIPTION(3).
           MOVE "BUS" TO WS-CT-CODE(4).
           MOVE "Business" TO WS-CT-DESCRIPTION(4).
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 4
               MOVE 0 TO WS-CT-DEPOSITORS(WS-CT-IDX)
               MOVE 0 TO WS-CT-DEPOSITS(WS-CT-IDX)
               MOVE 0 TO WS-CT-INSURED(WS-CT-IDX)
               MOVE 0 TO WS-CT-UNINSURED(WS-CT-IDX)
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

       LOAD-BRANCH-NAMES.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > 999
               MOVE SPACES TO WS-BT-NAME(WS-BT-IDX)
               MOVE 0 TO WS-BT-ACCOUNTS(WS-BT-IDX)
               MOVE 0 TO WS-BT-DEPOSITS(WS-BT-IDX)
               MOVE 0 TO WS-BT-INSURED(WS-BT-IDX)
               MOVE 0 TO WS-BT-UNINSURED(WS-BT-IDX)
           END-PERFORM.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS NOT = "00"
               CLOSE BRANCH-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BRANCH-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BR-CODE > 0
                           MOVE BR-NAME TO WS-BT-NAME(BR-CODE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.

       LOAD-BENEFICIARIES.
           MOVE 0 TO WS-BENEF-COUNT.
           MOVE "N" TO WS-BENEF-FULL.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BENEF-FILE-STATUS NOT = "00"
               CLOSE BENEFICIARY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BENEFICIARY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BN-NAME NOT = SPACES
                           AND BN-PERCENT IS NUMERIC
                           AND BN-PERCENT > 0
                           IF WS-BENEF-COUNT >= 1000
                               MOVE "Y" TO WS-BENEF-FULL
                           ELSE
                               ADD 1 TO WS-BENEF-COUNT
                               SET WS-BN-IDX TO WS-BENEF-COUNT
                               MOVE BN-ACCOUNT-ID
                                   TO WS-BN-ACCOUNT-ID(WS-BN-IDX)
                               MOVE FUNCTION UPPER-CASE(BN-NAME)
                                   TO WS-BN-NAME(WS-BN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.

      *    Sets the ownership category and splits the balance.
       CLASSIFY-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-BENE-COUNT.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BENEF-COUNT
               IF WS-BN-ACCOUNT-ID(WS-BN-IDX) = AC-ID
                   ADD 1 TO WS-ACCOUNT-BENE-COUNT
               END-IF
           END-PERFORM.

           MOVE 1 TO WS-OWNER-COUNT.
           EVALUATE TRUE
               WHEN AC-BUSINESS
                   MOVE "BUS" TO WS-ACCOUNT-CATEGORY
               WHEN WS-ACCOUNT-BENE-COUNT > 0
                   MOVE "POD" TO WS-ACCOUNT-CATEGORY
                   IF AC-JOINT-CUST-ID > 0
                       AND AC-JOINT-CUST-ID NOT = AC-CUST-ID
                       MOVE 2 TO WS-OWNER-COUNT
                   END-IF
               WHEN AC-JOINT-CUST-ID > 0
                   AND AC-JOINT-CUST-ID NOT = AC-CUST-ID
                   MOVE "JNT" TO WS-ACCOUNT-CATEGORY
                   MOVE 2 TO WS-OWNER-COUNT
               WHEN OTHER
                   MOVE "SGL" TO WS-ACCOUNT-CATEGORY
           END-EVALUATE.

           IF WS-OWNER-COUNT = 2
               COMPUTE WS-FIRST-SHARE = AC-BALANCE / 2
           ELSE
               MOVE AC-BALANCE TO WS-FIRST-SHARE
           END-IF.

           MOVE AC-BRANCH TO WS-ACCOUNT-BRANCH.
           IF WS-ACCOUNT-BRANCH = 0
               MOVE 1 TO WS-ACCOUNT-BRANCH
           END-IF.

      *    The second owner takes the remainder.
       SET-OWNER-SHARE.
           IF WS-OWNER-NUM = 1
               MOVE AC-CUST-ID TO WS-OWNER-ID
               MOVE WS-FIRST-SHARE TO WS-OWNER-SHARE
           ELSE
               MOVE AC-JOINT-CUST-ID TO WS-OWNER-ID
               COMPUTE WS-OWNER-SHARE = AC-BALANCE - WS-FIRST-SHARE
           END-IF.

      *    Overdrawn and empty accounts hold no insured funds.
       ACCUMULATE-ONE-ACCOUNT.
           IF AC-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACCOUNTS-FUNDED.
           PERFORM CLASSIFY-ACCOUNT.
           PERFORM VARYING WS-OWNER-NUM FROM 1 BY 1
               UNTIL WS-OWNER-NUM > WS-OWNER-COUNT
               PERFORM SET-OWNER-SHARE
               PERFORM FIND-DEPOSITOR
               IF WS-DEPOSITOR-FULL = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD WS-OWNER-SHARE TO WS-DP-BALANCE(WS-DP-IDX)
               ADD 1 TO WS-DP-ACCOUNTS(WS-DP-IDX)
               IF WS-ACCOUNT-CATEGORY = "POD"
                   PERFORM ADD-POD-BENEFICIARIES
               END-IF
           END-PERFORM.

       FIND-DEPOSITOR.
           SET WS-DP-IDX TO 1.
           SEARCH WS-DEPOSITOR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DP-IDX > WS-DEPOSITOR-COUNT
                   CONTINUE
               WHEN WS-DP-CUST-ID(WS-DP-IDX) = WS-OWNER-ID
                   AND WS-DP-CATEGORY(WS-DP-IDX) = WS-ACCOUNT-CATEGORY
                   EXIT PARAGRAPH
           END-SEARCH.
           IF WS-DEPOSITOR-COUNT >= 3000
               MOVE "Y" TO WS-DEPOSITOR-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEPOSITOR-COUNT.
           SET WS-DP-IDX TO WS-DEPOSITOR-COUNT.
           MOVE WS-OWNER-ID TO WS-DP-CUST-ID(WS-DP-IDX).
           MOVE WS-ACCOUNT-CATEGORY TO WS-DP-CATEGORY(WS-DP-IDX).
           MOVE 0 TO WS-DP-ACCOUNTS(WS-DP-IDX).
           MOVE 0 TO WS-DP-BALANCE(WS-DP-IDX).
           MOVE 0 TO WS-DP-BENE-COUNT(WS-DP-IDX).
           MOVE 0 TO WS-DP-LIMIT(WS-DP-IDX).
           MOVE 0 TO WS-DP-INSURED(WS-DP-IDX).
           MOVE 0 TO WS-DP-UNINSURED(WS-DP-IDX).
           MOVE 0 TO WS-DP-REM-BALANCE(WS-DP-IDX).
           MOVE 0 TO WS-DP-REM-UNINSURED(WS-DP-IDX).
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
               UNTIL WS-NAME-IDX > 5
               MOVE SPACES TO WS-DP-BENE-NAME(WS-DP-IDX, WS-NAME-IDX)
           END-PERFORM.

      *    A beneficiary is counted once; coverage stops at five.
       ADD-POD-BENEFICIARIES.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BENEF-COUNT
               IF WS-BN-ACCOUNT-ID(WS-BN-IDX) = AC-ID
                   AND WS-DP-BENE-COUNT(WS-DP-IDX)
                       < WS-MAX-POD-BENEFICIARIES
                   PERFORM ADD-ONE-POD-BENEFICIARY
               END-IF
           END-PERFORM.

       ADD-ONE-POD-BENEFICIARY.
           MOVE "N" TO WS-NAME-FOUND.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
               UNTIL WS-NAME-IDX > WS-DP-BENE-COUNT(WS-DP-IDX)
               IF WS-DP-BENE-NAME(WS-DP-IDX, WS-NAME-IDX)
                   = WS-BN-NAME(WS-BN-IDX)
                   MOVE "Y" TO WS-NAME-FOUND
               END-IF
           END-PERFORM.
           IF WS-NAME-FOUND = "N"
               ADD 1 TO WS-DP-BENE-COUNT(WS-DP-IDX)
               MOVE WS-BN-NAME(WS-BN-IDX) TO WS-DP-BENE-NAME(WS-DP-IDX,
                   WS-DP-BENE-COUNT(WS-DP-IDX))
           END-IF.

       COMPUTE-COVERAGE.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DEPOSITOR-COUNT
               IF WS-DP-CATEGORY(WS-DP-IDX) = "POD"
                   MOVE WS-DP-BENE-COUNT(WS-DP-IDX)
                       TO WS-POD-BENE-MULTIPLE
                   IF WS-POD-BENE-MULTIPLE = 0
                       MOVE 1 TO WS-POD-BENE-MULTIPLE
                   END-IF
                   COMPUTE WS-DP-LIMIT(WS-DP-IDX) =
                       WS-COVERAGE-LIMIT * WS-POD-BENE-MULTIPLE
               ELSE
                   MOVE WS-COVERAGE-LIMIT TO WS-DP-LIMIT(WS-DP-IDX)
               END-IF
               IF WS-DP-BALANCE(WS-DP-IDX) > WS-DP-LIMIT(WS-DP-IDX)
                   MOVE WS-DP-LIMIT(WS-DP-IDX)
                       TO WS-DP-INSURED(WS-DP-IDX)
                   COMPUTE WS-DP-UNINSURED(WS-DP-IDX) =
                       WS-DP-BALANCE(WS-DP-IDX)
                       - WS-DP-LIMIT(WS-DP-IDX)
                   ADD 1 TO WS-UNINSURED-DEPOSITORS
               ELSE
                   MOVE WS-DP-BALANCE(WS-DP-IDX)
                       TO WS-DP-INSURED(WS-DP-IDX)
                   MOVE 0 TO WS-DP-UNINSURED(WS-DP-IDX)
               END-IF
               MOVE WS-DP-BALANCE(WS-DP-IDX)
                   TO WS-DP-REM-BALANCE(WS-DP-IDX)
               MOVE WS-DP-UNINSURED(WS-DP-IDX)
                   TO WS-DP-REM-UNINSURED(WS-DP-IDX)

               ADD WS-DP-BALANCE(WS-DP-IDX) TO WS-BANK-DEPOSITS
               ADD WS-DP-INSURED(WS-DP-IDX) TO WS-BANK-INSURED
               ADD WS-DP-UNINSURED(WS-DP-IDX) TO WS-BANK-UNINSURED
               SET WS-CT-IDX TO 1
               SEARCH WS-CATEGORY-ENTRY
                   WHEN WS-CT-CODE(WS-CT-IDX)
                       = WS-DP-CATEGORY(WS-DP-IDX)
                       ADD 1 TO WS-CT-DEPOSITORS(WS-CT-IDX)
                       ADD WS-DP-BALANCE(WS-DP-IDX)
                           TO WS-CT-DEPOSITS(WS-CT-IDX)
                       ADD WS-DP-INSURED(WS-DP-IDX)
                           TO WS-CT-INSURED(WS-CT-IDX)
                       ADD WS-DP-UNINSURED(WS-DP-IDX)
                           TO WS-CT-UNINSURED(WS-CT-IDX)
               END-SEARCH
           END-PERFORM.

      *    Uninsured amounts are spread over accounts by balance.
       WRITE-DEPOSITOR-EXTRACT.
           OPEN OUTPUT DEPOSITOR-EXTRACT-FILE.
           MOVE SPACES TO DEPOSITOR-EXTRACT-HEADER.
           MOVE "H" TO EH-RECORD-TYPE.
           MOVE WS-DATE TO EH-FILE-DATE.
           MOVE "COBOL BANKING SYSTEM" TO EH-ORIGIN.
           MOVE WS-COVERAGE-LIMIT TO EH-COVERAGE-LIMIT.
           WRITE DEPOSITOR-EXTRACT-HEADER.

           OPEN INPUT ACCOUNT-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AC-BALANCE > 0
                           PERFORM EXTRACT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

           MOVE SPACES TO DEPOSITOR-EXTRACT-TRAILER.
           MOVE "T" TO ET-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO ET-DETAIL-COUNT.
           MOVE WS-DEPOSITOR-COUNT TO ET-DEPOSITOR-COUNT.
           MOVE WS-EXTRACT-DEPOSITS TO ET-TOTAL-DEPOSITS.
           MOVE WS-EXTRACT-INSURED TO ET-TOTAL-INSURED.
           MOVE WS-EXTRACT-UNINSURED TO ET-TOTAL-UNINSURED.
           WRITE DEPOSITOR-EXTRACT-TRAILER.
           CLOSE DEPOSITOR-EXTRACT-FILE.

       EXTRACT-ONE-ACCOUNT.
           PERFORM CLASSIFY-ACCOUNT.
           ADD 1 TO WS-BT-ACCOUNTS(WS-ACCOUNT-BRANCH).
           PERFORM VARYING WS-OWNER-NUM FROM 1 BY 1
               UNTIL WS-OWNER-NUM > WS-OWNER-COUNT
               PERFORM SET-OWNER-SHARE
               PERFORM FIND-DEPOSITOR
               PERFORM ALLOCATE-OWNER-SHARE
               PERFORM WRITE-EXTRACT-DETAIL
           END-PERFORM.

      *    The last share takes the remainder.
       ALLOCATE-OWNER-SHARE.
           IF WS-DP-REM-UNINSURED(WS-DP-IDX) = 0
               MOVE 0 TO WS-ALLOC-UNINSURED
           ELSE
               IF WS-OWNER-SHARE >= WS-DP-REM-BALANCE(WS-DP-IDX)
                   MOVE WS-DP-REM-UNINSURED(WS-DP-IDX)
                       TO WS-ALLOC-UNINSURED
               ELSE
                   COMPUTE WS-ALLOC-UNINSURED ROUNDED =
                       WS-OWNER-SHARE * WS-DP-REM-UNINSURED(WS-DP-IDX)
                       / WS-DP-REM-BALANCE(WS-DP-IDX)
               END-IF
           END-IF.
           COMPUTE WS-ALLOC-INSURED =
               WS-OWNER-SHARE - WS-ALLOC-UNINSURED.
           SUBTRACT WS-OWNER-SHARE FROM WS-DP-REM-BALANCE(WS-DP-IDX).
           SUBTRACT WS-ALLOC-UNINSURED
               FROM WS-DP-REM-UNINSURED(WS-DP-IDX).

           ADD WS-OWNER-SHARE TO WS-BT-DEPOSITS(WS-ACCOUNT-BRANCH).
           ADD WS-ALLOC-INSURED TO WS-BT-INSURED(WS-ACCOUNT-BRANCH).
           ADD WS-ALLOC-UNINSURED
               TO WS-BT-UNINSURED(WS-ACCOUNT-BRANCH).

       WRITE-EXTRACT-DETAIL.
           PERFORM GET-DEPOSITOR-NAME.
           MOVE SPACES TO DEPOSITOR-EXTRACT-DETAIL.
           MOVE "D" TO ED-RECORD-TYPE.
           MOVE WS-OWNER-ID TO ED-DEPOSITOR-ID.
           MOVE WS-DEPOSITOR-NAME TO ED-DEPOSITOR-NAME.
           IF WS-NAME-FOUND = "Y"
               MOVE CR-ADDRESS TO ED-ADDRESS
               MOVE CR-CITY TO ED-CITY
               MOVE CR-STATE TO ED-STATE
               MOVE CR-ZIP TO ED-ZIP
           END-IF.
           MOVE WS-ACCOUNT-CATEGORY TO ED-CATEGORY.
           MOVE AC-ID TO ED-ACCOUNT-ID.
           MOVE AC-TYPE TO ED-ACCOUNT-TYPE.
           MOVE WS-ACCOUNT-BRANCH TO ED-BRANCH.
           MOVE WS-OWNER-COUNT TO ED-OWNER-COUNT.
           IF WS-ACCOUNT-BENE-COUNT > 9
               MOVE 9 TO ED-BENE-COUNT
           ELSE
               MOVE WS-ACCOUNT-BENE-COUNT TO ED-BENE-COUNT
           END-IF.
           MOVE AC-BALANCE TO ED-ACCOUNT-BALANCE.
           MOVE WS-OWNER-SHARE TO ED-OWNER-BALANCE.
           MOVE WS-ALLOC-INSURED TO ED-INSURED.
           MOVE WS-ALLOC-UNINSURED TO ED-UNINSURED.
           WRITE DEPOSITOR-EXTRACT-DETAIL.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-OWNER-SHARE TO WS-EXTRACT-DEPOSITS.
           ADD WS-ALLOC-INSURED TO WS-EXTRACT-INSURED.
           ADD WS-ALLOC-UNINSURED TO WS-EXTRACT-UNINSURED.

       GET-DEPOSITOR-NAME.
           MOVE "N" TO WS-NAME-FOUND.
           MOVE "(customer not on file)" TO WS-DEPOSITOR-NAME.
           IF WS-CUSTMST-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OWNER-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-NAME-FOUND
                   MOVE CR-NAME TO WS-DEPOSITOR-NAME
           END-READ.

       WRITE-COVERAGE-REPORT.
           OPEN OUTPUT COVERAGE-REPORT-FILE.
           MOVE "===================================" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE "DEPOSIT INSURANCE COVERAGE REPORT" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-COVERAGE-LIMIT TO WS-DISP-LIMIT.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "Business Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "   Limit per depositor per category: "
                  DELIMITED BY SIZE
                  WS-DISP-LIMIT DELIMITED BY SIZE
                  INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE "===================================" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

           MOVE SPACES TO COVERAGE-REPORT-LINE.
           MOVE "CUST#  NAME" TO COVERAGE-REPORT-LINE(1:11).
           MOVE "CAT ACCTS" TO COVERAGE-REPORT-LINE(39:9).
           MOVE "BALANCE" TO COVERAGE-REPORT-LINE(58:7).
           MOVE "COVERAGE" TO COVERAGE-REPORT-LINE(74:8).
           MOVE "INSURED" TO COVERAGE-REPORT-LINE(92:7).
           MOVE "UNINSURED" TO COVERAGE-REPORT-LINE(107:9).
           WRITE COVERAGE-REPORT-LINE.

           IF WS-DEPOSITOR-COUNT = 0
               MOVE "No funded deposit accounts." TO
                   COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DEPOSITOR-COUNT
               PERFORM WRITE-DEPOSITOR-LINE
           END-PERFORM.

           MOVE "===================================" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE "TOTALS BY OWNERSHIP CATEGORY" TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 4
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM.

           MOVE "===================================" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE "TOTALS BY BRANCH" TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > 999
               IF WS-BT-ACCOUNTS(WS-BT-IDX) > 0
                   PERFORM WRITE-BRANCH-LINE
               END-IF
           END-PERFORM.

           MOVE "===================================" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-BANK-DEPOSITS TO WS-DISP-BALANCE.
           MOVE WS-BANK-INSURED TO WS-DISP-INSURED.
           MOVE WS-BANK-UNINSURED TO WS-DISP-UNINSURED.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "BANK TOTAL   Deposits " DELIMITED BY SIZE
                  WS-DISP-BALANCE DELIMITED BY SIZE
                  "  Insured " DELIMITED BY SIZE
                  WS-DISP-INSURED DELIMITED BY SIZE
                  "  Uninsured " DELIMITED BY SIZE
                  WS-DISP-UNINSURED DELIMITED BY SIZE
                  INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "Accounts funded: " DELIMITED BY SIZE
                  WS-ACCOUNTS-FUNDED DELIMITED BY SIZE
                  "   Depositor categories: " DELIMITED BY SIZE
                  WS-DEPOSITOR-COUNT DELIMITED BY SIZE
                  "   Over the limit: " DELIMITED BY SIZE
                  WS-UNINSURED-DEPOSITORS DELIMITED BY SIZE
                  INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "Depositor extract: " DELIMITED BY SIZE
                  WS-EXTRACT-FILENAME DELIMITED BY SIZE
                  INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE "===================================" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           CLOSE COVERAGE-REPORT-FILE.

       WRITE-DEPOSITOR-LINE.
           MOVE WS-DP-CUST-ID(WS-DP-IDX) TO WS-OWNER-ID.
           PERFORM GET-DEPOSITOR-NAME.
           MOVE WS-DP-ACCOUNTS(WS-DP-IDX) TO WS-DISP-COUNT.
           MOVE WS-DP-BALANCE(WS-DP-IDX) TO WS-DISP-BALANCE.
           MOVE WS-DP-LIMIT(WS-DP-IDX) TO WS-DISP-LIMIT.
           MOVE WS-DP-INSURED(WS-DP-IDX) TO WS-DISP-INSURED.
           MOVE WS-DP-UNINSURED(WS-DP-IDX) TO WS-DISP-UNINSURED.
           MOVE SPACES TO WS-UNINSURED-FLAG.
           IF WS-DP-UNINSURED(WS-DP-IDX) > 0
               MOVE " *" TO WS-UNINSURED-FLAG
           END-IF.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING WS-DP-CUST-ID(WS-DP-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEPOSITOR-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DP-CATEGORY(WS-DP-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-BALANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-LIMIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-INSURED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-UNINSURED DELIMITED BY SIZE
                  WS-UNINSURED-FLAG DELIMITED BY SIZE
                  INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-CATEGORY-LINE.
           MOVE WS-CT-DEPOSITORS(WS-CT-IDX) TO WS-DISP-DEPOSITORS.
           MOVE WS-CT-DEPOSITS(WS-CT-IDX) TO WS-DISP-BALANCE.
           MOVE WS-CT-INSURED(WS-CT-IDX) TO WS-DISP-INSURED.
           MOVE WS-CT-UNINSURED(WS-CT-IDX) TO WS-DISP-UNINSURED.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING WS-CT-CODE(WS-CT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CT-DESCRIPTION(WS-CT-IDX) DELIMITED BY SIZE
                  " Depositors " DELIMITED BY SIZE
                  WS-DISP-DEPOSITORS DELIMITED BY SIZE
                  " Deposits " DELIMITED BY SIZE
                  WS-DISP-BALANCE DELIMITED BY SIZE
                  " Insured " DELIMITED BY SIZE
                  WS-DISP-INSURED DELIMITED BY SIZE
                  " Uninsured " DELIMITED BY SIZE
                  WS-DISP-UNINSURED DELIMITED BY SIZE
                  INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-BRANCH-LINE.
           MOVE WS-BT-ACCOUNTS(WS-BT-IDX) TO WS-DISP-DEPOSITORS.
           MOVE WS-BT-DEPOSITS(WS-BT-IDX) TO WS-DISP-BALANCE.
           MOVE WS-BT-INSURED(WS-BT-IDX) TO WS-DISP-INSURED.
           MOVE WS-BT-UNINSURED(WS-BT-IDX) TO WS-DISP-UNINSURED.
           SET WS-ACCOUNT-BRANCH TO WS-BT-IDX.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING WS-ACCOUNT-BRANCH DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BT-NAME(WS-BT-IDX) DELIMITED BY SIZE
                  " Accts " DELIMITED BY SIZE
                  WS-DISP-DEPOSITORS DELIMITED BY SIZE
                  " Deposits " DELIMITED BY SIZE
                  WS-DISP-BALANCE DELIMITED BY SIZE
                  " Insured " DELIMITED BY SIZE
                  WS-DISP-INSURED DELIMITED BY SIZE
                  " Uninsured " DELIMITED BY SIZE
                  WS-DISP-UNINSURED DELIMITED BY SIZE
                  INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "DEPINS  " TO ES-STEP.
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
           MOVE "DEPINS  " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
