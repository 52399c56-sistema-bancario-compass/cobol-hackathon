       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALPRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEGALORD-FILE-STATUS.
           SELECT LEGAL-ORDER-NEW-FILE ASSIGN TO "LEGALORD.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGAL-ACCOUNT-FILE ASSIGN TO "LEGALACT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEGALACT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.
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
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-FILENAME
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
           SELECT CONTACT-LOG-FILE ASSIGN TO "CONTLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTLOG-FILE-STATUS.

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEGAL-ORDER-FILE.
       01 LEGAL-ORDER-RECORD.
           05 LO-ID              PIC 9(5).
           05 LO-TYPE            PIC X(1).
               88 LO-GARNISHMENT VALUE "G".
               88 LO-TAX-LEVY    VALUE "T".
           05 LO-CUST-ID         PIC 9(5).
           05 LO-CASE-NUMBER     PIC X(20).
           05 LO-ISSUER          PIC X(30).
           05 LO-ISSUER-ADDRESS  PIC X(40).
           05 LO-ISSUER-CITY     PIC X(20).
           05 LO-ISSUER-STATE    PIC X(2).
           05 LO-ISSUER-ZIP      PIC X(10).
           05 LO-AMOUNT          PIC 9(7)V99.
           05 LO-RECEIVED-DATE   PIC 9(8).
           05 LO-ANSWER-DUE      PIC 9(8).
           05 LO-ANSWER-DATE     PIC 9(8).
           05 LO-REMIT-DATE      PIC 9(8).
           05 LO-PROTECTED       PIC 9(7)V99.
           05 LO-FROZEN          PIC 9(7)V99.
           05 LO-REMITTED        PIC 9(7)V99.
           05 LO-STATUS          PIC X(1).
               88 LO-ST-FROZEN    VALUE "F".
               88 LO-ST-ANSWERED  VALUE "A".
               88 LO-ST-NO-FUNDS  VALUE "N".
               88 LO-ST-PAID      VALUE "P".
               88 LO-ST-WITHDRAWN VALUE "W".
           05 LO-STATUS-DATE     PIC 9(8).
           05 LO-OPERATOR        PIC X(8).

       FD LEGAL-ORDER-NEW-FILE.
       01 LEGAL-ORDER-NEW-RECORD PIC X(218).

       FD LEGAL-ACCOUNT-FILE.
       01 LEGAL-ACCOUNT-RECORD.
           05 LA-ORDER-ID        PIC 9(5).
           05 LA-ACCOUNT-ID      PIC 9(6).
           05 LA-HOLD-ID         PIC 9(5).
           05 LA-BALANCE         PIC S9(6)V99.
           05 LA-PROTECTED       PIC 9(6)V99.
           05 LA-FROZEN          PIC 9(6)V99.
           05 LA-REMITTED        PIC 9(6)V99.
           05 LA-STATUS          PIC X(1).
               88 LA-ST-FROZEN   VALUE "F".
               88 LA-ST-NONE     VALUE "N".
               88 LA-ST-PAID     VALUE "P".
               88 LA-ST-RELEASED VALUE "R".

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

       FD LETTER-FILE.
       01 LETTER-LINE            PIC X(80).

       FD REGISTER-FILE.
       01 REGISTER-LINE          PIC X(80).

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

       FD CONTACT-LOG-FILE.
       01 CONTACT-LOG-RECORD.
           05 CN-CUST-ID         PIC 9(5).
           05 CN-DATE            PIC 9(8).
           05 CN-TIME            PIC 9(6).
           05 CN-OPERATOR        PIC X(8).
           05 CN-TYPE            PIC X(1).
               88 CN-CALL        VALUE "C".
               88 CN-LETTER      VALUE "L".
               88 CN-PROMISE     VALUE "P".
               88 CN-ALERT       VALUE "A".
               88 CN-OTHER       VALUE "O".
           05 CN-NOTE            PIC X(60).

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
       01 WS-LEGALORD-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-LEGALACT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-HOLD-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TXN-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-TXNCTL-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CONTLOG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-LETTER-FILENAME      PIC X(40).
       01 WS-REGISTER-FILENAME    PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-TRANSACTION-ID       PIC 9(8) VALUE 10000001.

       01 WS-LEGAL-ACCOUNT-TABLE.
          05 WS-LA-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LA-IDX.
             10 WS-LA-ORDER-ID    PIC 9(5).
             10 WS-LA-ACCOUNT-ID  PIC 9(6).
             10 WS-LA-HOLD-ID     PIC 9(5).
             10 WS-LA-BALANCE     PIC S9(6)V99.
             10 WS-LA-PROTECTED   PIC 9(6)V99.
             10 WS-LA-FROZEN      PIC 9(6)V99.
             10 WS-LA-REMITTED    PIC 9(6)V99.
             10 WS-LA-STATUS      PIC X(1).
       01 WS-LA-COUNT             PIC 9(4) VALUE 0.
       01 WS-LA-FULL              PIC X VALUE "N".

       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY WS-IDX.
             10 WS-HD-ID              PIC 9(5).
             10 WS-HD-ACCOUNT-ID      PIC 9(6).
             10 WS-HD-TYPE            PIC X(1).
             10 WS-HD-AMOUNT          PIC 9(6)V99.
             10 WS-HD-PLACED-DATE     PIC 9(8).
             10 WS-HD-RELEASE-DATE    PIC 9(8).
             10 WS-HD-STATUS          PIC X(1).
       01 WS-TABLE-COUNT          PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL           PIC X VALUE "N".

       01 WS-ORDER-TYPE-TEXT      PIC X(20) VALUE SPACES.
       01 WS-HOLD-ACTIVE          PIC X VALUE "N".
       01 WS-REMIT-AMOUNT         PIC 9(6)V99 VALUE 0.
       01 WS-ORDER-REMITTED       PIC 9(7)V99 VALUE 0.
       01 WS-WORK-BRANCH          PIC 9(3) VALUE 1.
       01 WS-POSTED               PIC X VALUE "N".
       01 WS-ROWS-LEFT            PIC 9(3) VALUE 0.

       01 WS-ORDERS-READ          PIC 9(5) VALUE 0.
       01 WS-ORDERS-OPEN          PIC 9(5) VALUE 0.
       01 WS-ANSWERS-ISSUED       PIC 9(5) VALUE 0.
       01 WS-LATE-ANSWERS         PIC 9(5) VALUE 0.
       01 WS-ORDERS-REMITTED      PIC 9(5) VALUE 0.
       01 WS-HOLDS-RELEASED       PIC 9(5) VALUE 0.
       01 WS-HOLDS-MISSING        PIC 9(5) VALUE 0.
       01 WS-TOTAL-REMITTED       PIC 9(9)V99 VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-BALANCE    PIC -ZZZ,ZZ9.99.
       01 WS-FORMATTED-PROTECTED  PIC Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-FROZEN     PIC Z,ZZZ,ZZ9.99.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.

           OPEN INPUT LEGAL-ORDER-FILE.
           IF WS-LEGALORD-FILE-STATUS NOT = "00"
               CLOSE LEGAL-ORDER-FILE
               DISPLAY "No legal orders on file."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No legal orders on file" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.
           CLOSE LEGAL-ORDER-FILE.

           PERFORM LOAD-LEGAL-ACCOUNTS.
           IF WS-LA-FULL = "Y"
               DISPLAY "Legal order account file exceeds the "
                   "2000-record working limit. Run refused."
               MOVE "A" TO WS-ES-FLAG
               MOVE "LEGALACT.dat over working limit - not run"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-ALL-HOLDS.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "Hold file exceeds the 500-record working "
                   "limit. Run refused."
               MOVE "A" TO WS-ES-FLAG
               MOVE "HOLDS.dat over working limit - not run"
                   TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM INITIALIZE-TRANSACTION-ID.

           STRING "LEGALLTR-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-LETTER-FILENAME.
           STRING "LEGALREG-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REGISTER-FILENAME.

           OPEN OUTPUT LETTER-FILE.
           MOVE "LEGAL ORDER ANSWERS AND CUSTOMER NOTICES" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE "GARNISHMENT AND LEVY REGISTER" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           OPEN INPUT LEGAL-ORDER-FILE.
           OPEN OUTPUT LEGAL-ORDER-NEW-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       PERFORM PROCESS-ONE-ORDER
                       WRITE LEGAL-ORDER-NEW-RECORD
                           FROM LEGAL-ORDER-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ORDER-FILE.
           CLOSE LEGAL-ORDER-NEW-FILE.

           OPEN INPUT LEGAL-ORDER-NEW-FILE.
           OPEN OUTPUT LEGAL-ORDER-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ORDER-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE LEGAL-ORDER-RECORD
                           FROM LEGAL-ORDER-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ORDER-NEW-FILE.
           CLOSE LEGAL-ORDER-FILE.
           CALL "CBL_DELETE_FILE" USING "LEGALORD.tmp".

           PERFORM WRITE-LEGAL-ACCOUNTS.
           IF WS-HOLDS-RELEASED > 0
               PERFORM WRITE-UPDATED-HOLDS
           END-IF.

           MOVE SPACES TO REGISTER-LINE.
           STRING "Open orders: " DELIMITED BY SIZE
                  WS-ORDERS-OPEN DELIMITED BY SIZE
                  "  Answered: " DELIMITED BY SIZE
                  WS-ANSWERS-ISSUED DELIMITED BY SIZE
                  "  Late: " DELIMITED BY SIZE
                  WS-LATE-ANSWERS DELIMITED BY SIZE
                  "  Remitted: " DELIMITED BY SIZE
                  WS-ORDERS-REMITTED DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-TOTAL-REMITTED TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "Total remitted: " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           CLOSE LETTER-FILE.

           MOVE "LEGALPRC" TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REGISTER-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.
           IF WS-ANSWERS-ISSUED > 0
               MOVE "LEGALLTR" TO WS-SPOOL-TYPE
               MOVE WS-LETTER-FILENAME TO WS-SPOOL-FILENAME
               PERFORM REGISTER-SPOOL-ENTRY
           END-IF.

           MOVE "LEGAL ORDER RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Answered " WS-ANSWERS-ISSUED " remitted "
               WS-ORDERS-REMITTED " amt " WS-TOTAL-REMITTED
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "LEGAL ORDER PROCESSING COMPLETE".
           DISPLAY "Open orders: " WS-ORDERS-OPEN.
           DISPLAY "Answers and notices issued: " WS-ANSWERS-ISSUED.
           DISPLAY "Answered after the due date: " WS-LATE-ANSWERS.
           DISPLAY "Orders remitted: " WS-ORDERS-REMITTED.
           DISPLAY "Total remitted: " WS-TOTAL-REMITTED.
           DISPLAY "Holds released: " WS-HOLDS-RELEASED.
           IF WS-HOLDS-MISSING > 0
               DISPLAY "Legal holds released outside the order: "
                   WS-HOLDS-MISSING
           END-IF.
           DISPLAY "Letters file: " WS-LETTER-FILENAME.
           DISPLAY "Register: " WS-REGISTER-FILENAME.
           DISPLAY "===================================".

           IF WS-LATE-ANSWERS > 0 OR WS-HOLDS-MISSING > 0
               MOVE "A" TO WS-ES-FLAG
           ELSE
               MOVE "P" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Answered " WS-ANSWERS-ISSUED " late "
               WS-LATE-ANSWERS " remitted " WS-ORDERS-REMITTED
               " holds gone " WS-HOLDS-MISSING
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

       PROCESS-ONE-ORDER.
           IF LO-ST-FROZEN OR LO-ST-ANSWERED
               ADD 1 TO WS-ORDERS-OPEN
           END-IF.
           IF LO-TAX-LEVY
               MOVE "tax levy" TO WS-ORDER-TYPE-TEXT
           ELSE
               MOVE "garnishment order" TO WS-ORDER-TYPE-TEXT
           END-IF.
           IF LO-ST-FROZEN
               PERFORM ISSUE-ORDER-LETTERS
           END-IF.
           IF LO-ST-ANSWERED AND LO-REMIT-DATE <= WS-DATE
               PERFORM REMIT-ORDER-FUNDS
           END-IF.

       ISSUE-ORDER-LETTERS.
           PERFORM GET-DEBTOR.
           PERFORM WRITE-ANSWER-LETTER.
           PERFORM WRITE-DEBTOR-NOTICE.
           PERFORM WRITE-CONTACT-ENTRY.

           MOVE WS-DATE TO LO-ANSWER-DATE.
           MOVE WS-DATE TO LO-STATUS-DATE.
           IF LO-FROZEN > 0
               MOVE "A" TO LO-STATUS
           ELSE
               MOVE "N" TO LO-STATUS
           END-IF.
           ADD 1 TO WS-ANSWERS-ISSUED.

           MOVE LO-FROZEN TO WS-FORMATTED-FROZEN.
           MOVE SPACES TO REGISTER-LINE.
           STRING "ANSWER  Order " DELIMITED BY SIZE
                  LO-ID DELIMITED BY SIZE
                  " Case " DELIMITED BY SIZE
                  LO-CASE-NUMBER DELIMITED BY SIZE
                  " Due " DELIMITED BY SIZE
                  LO-ANSWER-DUE DELIMITED BY SIZE
                  " Frozen " DELIMITED BY SIZE
                  WS-FORMATTED-FROZEN DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF WS-DATE > LO-ANSWER-DUE
               ADD 1 TO WS-LATE-ANSWERS
               MOVE SPACES TO REGISTER-LINE
               STRING "  *** ANSWERED AFTER DUE DATE " DELIMITED BY SIZE
                      LO-ANSWER-DUE DELIMITED BY SIZE
                      " - REFER TO LEGAL ***" DELIMITED BY SIZE
                      INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

           MOVE "LEGAL ORDER ANSWERED" TO WS-AUDIT-ACTION.
           MOVE LO-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Case " LO-CASE-NUMBER " due " LO-ANSWER-DUE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       GET-DEBTOR.
           MOVE "(customer not on file)" TO CR-NAME.
           MOVE SPACES TO CR-ADDRESS.
           MOVE SPACES TO CR-CITY.
           MOVE SPACES TO CR-STATE.
           MOVE SPACES TO CR-ZIP.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LO-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(customer not on file)" TO CR-NAME
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE CUSTOMER-FILE.

       WRITE-ANSWER-LETTER.
           MOVE "-----------------------------------" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "ANSWER OF GARNISHEE BANK" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LO-ISSUER TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LO-ISSUER-ADDRESS TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING LO-ISSUER-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LO-ISSUER-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LO-ISSUER-ZIP DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Re: Case " DELIMITED BY SIZE
                  LO-CASE-NUMBER DELIMITED BY SIZE
                  " received " DELIMITED BY SIZE
                  LO-RECEIVED-DATE DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Debtor: " DELIMITED BY SIZE
                  CR-NAME DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LO-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO LETTER-LINE.
           STRING "Amount of " DELIMITED BY SIZE
                  WS-ORDER-TYPE-TEXT DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "Accounts held by the debtor:" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "  Account      Balance    Protected       Frozen"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           SET WS-LA-IDX TO 1.
           PERFORM WS-LA-COUNT TIMES
               IF WS-LA-ORDER-ID(WS-LA-IDX) = LO-ID
                   PERFORM WRITE-ANSWER-ACCOUNT-LINE
               END-IF
               SET WS-LA-IDX UP BY 1
           END-PERFORM.
           MOVE LO-PROTECTED TO WS-FORMATTED-PROTECTED.
           MOVE LO-FROZEN TO WS-FORMATTED-FROZEN.
           MOVE SPACES TO LETTER-LINE.
           STRING "  Total            " DELIMITED BY SIZE
                  WS-FORMATTED-PROTECTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FORMATTED-FROZEN DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "Protected amounts are exempt benefit deposits made"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "in the two months before the order was received."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF LO-FROZEN > 0
               MOVE SPACES TO LETTER-LINE
               STRING "Frozen funds will be remitted on or after "
                      DELIMITED BY SIZE
                      LO-REMIT-DATE DELIMITED BY SIZE
                      INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "unless the order is released before that date."
                   TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE "The debtor holds no funds at this bank subject to"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "this order." TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       WRITE-ANSWER-ACCOUNT-LINE.
           MOVE WS-LA-BALANCE(WS-LA-IDX) TO WS-FORMATTED-BALANCE.
           MOVE WS-LA-PROTECTED(WS-LA-IDX) TO WS-FORMATTED-PROTECTED.
           MOVE WS-LA-FROZEN(WS-LA-IDX) TO WS-FORMATTED-FROZEN.
           MOVE SPACES TO LETTER-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-LA-ACCOUNT-ID(WS-LA-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FORMATTED-BALANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FORMATTED-PROTECTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FORMATTED-FROZEN DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-DEBTOR-NOTICE.
           MOVE "-----------------------------------" TO
               LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "NOTICE OF LEGAL ORDER" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CR-NAME TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CR-ADDRESS TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING CR-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-ZIP DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Re: Case " DELIMITED BY SIZE
                  LO-CASE-NUMBER DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "We have received a " DELIMITED BY SIZE
                  WS-ORDER-TYPE-TEXT DELIMITED BY "  "
                  " from" DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LO-ISSUER TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LO-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO LETTER-LINE.
           STRING "in the amount of " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LO-FROZEN TO WS-FORMATTED-FROZEN.
           MOVE SPACES TO LETTER-LINE.
           STRING "Funds frozen in your accounts: " DELIMITED BY SIZE
                  WS-FORMATTED-FROZEN DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LO-PROTECTED TO WS-FORMATTED-PROTECTED.
           MOVE SPACES TO LETTER-LINE.
           STRING "Protected benefit funds left available to you: "
                  DELIMITED BY SIZE
                  WS-FORMATTED-PROTECTED DELIMITED BY SIZE
                  INTO LETTER-LINE.
           WRITE LETTER-LINE.
           IF LO-FROZEN > 0
               MOVE SPACES TO LETTER-LINE
               STRING "Unless the order is released, the frozen funds "
                      DELIMITED BY SIZE
                      INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING "will be paid to the issuer on or after "
                      DELIMITED BY SIZE
                      LO-REMIT-DATE DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE "You may be able to claim other exemptions. Contact"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "the issuer or seek legal advice promptly." TO
               LETTER-LINE.
           WRITE LETTER-LINE.

       WRITE-CONTACT-ENTRY.
           OPEN EXTEND CONTACT-LOG-FILE.
           IF WS-CONTLOG-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-LOG-FILE
           END-IF.
           MOVE LO-CUST-ID TO CN-CUST-ID.
           MOVE WS-DATE TO CN-DATE.
           MOVE WS-TIME TO CN-TIME.
           MOVE "SYSTEM  " TO CN-OPERATOR.
           MOVE "L" TO CN-TYPE.
           MOVE SPACES TO CN-NOTE.
           STRING "Legal order notice case " LO-CASE-NUMBER
               DELIMITED BY SIZE INTO CN-NOTE.
           WRITE CONTACT-LOG-RECORD.
           CLOSE CONTACT-LOG-FILE.

      *    A hold released by hand is not paid.
       REMIT-ORDER-FUNDS.
           MOVE 0 TO WS-ORDER-REMITTED.
           MOVE 0 TO WS-ROWS-LEFT.
           SET WS-LA-IDX TO 1.
           PERFORM WS-LA-COUNT TIMES
               IF WS-LA-ORDER-ID(WS-LA-IDX) = LO-ID
                   AND WS-LA-STATUS(WS-LA-IDX) = "F"
                   PERFORM REMIT-ONE-ACCOUNT
                   IF WS-LA-STATUS(WS-LA-IDX) = "F"
                       ADD 1 TO WS-ROWS-LEFT
                   END-IF
               END-IF
               SET WS-LA-IDX UP BY 1
           END-PERFORM.

           ADD WS-ORDER-REMITTED TO LO-REMITTED.
           ADD WS-ORDER-REMITTED TO WS-TOTAL-REMITTED.
           IF WS-ROWS-LEFT > 0
               MOVE SPACES TO REGISTER-LINE
               STRING "  Order " DELIMITED BY SIZE
                      LO-ID DELIMITED BY SIZE
                      " left open - account could not be read"
                      DELIMITED BY SIZE
                      INTO REGISTER-LINE
               WRITE REGISTER-LINE
               ADD 1 TO WS-HOLDS-MISSING
           ELSE
               MOVE "P" TO LO-STATUS
               MOVE WS-DATE TO LO-STATUS-DATE
               ADD 1 TO WS-ORDERS-REMITTED
           END-IF.

           MOVE WS-ORDER-REMITTED TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "REMIT   Order " DELIMITED BY SIZE
                  LO-ID DELIMITED BY SIZE
                  " Case " DELIMITED BY SIZE
                  LO-CASE-NUMBER DELIMITED BY SIZE
                  " Amount " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  Pay to " DELIMITED BY SIZE
                  LO-ISSUER DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  " DELIMITED BY SIZE
                  LO-ISSUER-ADDRESS DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  " DELIMITED BY SIZE
                  LO-ISSUER-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LO-ISSUER-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LO-ISSUER-ZIP DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE "LEGAL ORDER REMITTED" TO WS-AUDIT-ACTION.
           MOVE LO-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Case " LO-CASE-NUMBER " amt " WS-ORDER-REMITTED
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       REMIT-ONE-ACCOUNT.
           MOVE "N" TO WS-HOLD-ACTIVE.
           SET WS-IDX TO 1.
           PERFORM WS-TABLE-COUNT TIMES
               IF WS-HD-ID(WS-IDX) = WS-LA-HOLD-ID(WS-LA-IDX)
                   AND WS-HD-STATUS(WS-IDX) = "A"
                   MOVE "Y" TO WS-HOLD-ACTIVE
               END-IF
               SET WS-IDX UP BY 1
           END-PERFORM.
           IF WS-HOLD-ACTIVE = "N"
               MOVE "R" TO WS-LA-STATUS(WS-LA-IDX)
               ADD 1 TO WS-HOLDS-MISSING
               MOVE SPACES TO REGISTER-LINE
               STRING "  Account " DELIMITED BY SIZE
                      WS-LA-ACCOUNT-ID(WS-LA-IDX) DELIMITED BY SIZE
                      " hold " DELIMITED BY SIZE
                      WS-LA-HOLD-ID(WS-LA-IDX) DELIMITED BY SIZE
                      " already released - NOT REMITTED"
                      DELIMITED BY SIZE
                      INTO REGISTER-LINE
               WRITE REGISTER-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-POSTED.
           MOVE 0 TO WS-REMIT-AMOUNT.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LA-ACCOUNT-ID(WS-LA-IDX) TO AC-ID.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-POSTED
                   MOVE AC-BRANCH TO WS-WORK-BRANCH
                   IF AC-BALANCE > 0
                       IF AC-BALANCE < WS-LA-FROZEN(WS-LA-IDX)
                           MOVE AC-BALANCE TO WS-REMIT-AMOUNT
                       ELSE
                           MOVE WS-LA-FROZEN(WS-LA-IDX)
                               TO WS-REMIT-AMOUNT
                       END-IF
                   END-IF
                   IF WS-REMIT-AMOUNT > 0
                       MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE
                       SUBTRACT WS-REMIT-AMOUNT FROM AC-BALANCE
                       MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE
                       REWRITE ACCOUNT-RECORD
                       MOVE "R" TO WS-MJ-ACTION
                       MOVE AC-ID TO WS-MJ-KEY
                       PERFORM RECORD-MASTER-IMAGE
                   END-IF
           END-READ.
           CLOSE ACCOUNT-FILE.
           IF WS-POSTED = "N"
               EXIT PARAGRAPH
           END-IF.

           IF WS-REMIT-AMOUNT > 0
               PERFORM RECORD-REMIT-TRANSACTION
           END-IF.

           SET WS-IDX TO 1.
           PERFORM WS-TABLE-COUNT TIMES
               IF WS-HD-ID(WS-IDX) = WS-LA-HOLD-ID(WS-LA-IDX)
                   MOVE "R" TO WS-HD-STATUS(WS-IDX)
               END-IF
               SET WS-IDX UP BY 1
           END-PERFORM.
           ADD 1 TO WS-HOLDS-RELEASED.
           MOVE "P" TO WS-LA-STATUS(WS-LA-IDX).
           MOVE WS-REMIT-AMOUNT TO WS-LA-REMITTED(WS-LA-IDX).
           ADD WS-REMIT-AMOUNT TO WS-ORDER-REMITTED.

           MOVE WS-REMIT-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  Account " DELIMITED BY SIZE
                  WS-LA-ACCOUNT-ID(WS-LA-IDX) DELIMITED BY SIZE
                  " hold " DELIMITED BY SIZE
                  WS-LA-HOLD-ID(WS-LA-IDX) DELIMITED BY SIZE
                  " remitted " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           MOVE "HOLD RELEASED" TO WS-AUDIT-ACTION.
           MOVE WS-LA-ACCOUNT-ID(WS-LA-IDX) TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Hold " WS-LA-HOLD-ID(WS-LA-IDX) " remitted "
               WS-REMIT-AMOUNT " order " LO-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       RECORD-REMIT-TRANSACTION.
           PERFORM OPEN-TRANSACTION-IO.
           MOVE WS-TRANSACTION-ID TO TR-ID.
           MOVE WS-LA-ACCOUNT-ID(WS-LA-IDX) TO TR-ACCOUNT-ID.
           MOVE "E" TO TR-TYPE.
           MOVE WS-REMIT-AMOUNT TO TR-AMOUNT.
           MOVE "-" TO TR-DIRECTION.
           MOVE WS-DATE TO TR-DATE.
           MOVE WS-TIME TO TR-TIME.
           MOVE "N" TO TR-POSTED-FLAG.
           MOVE 0 TO TR-ORIG-ID.
           MOVE "N" TO TR-REVERSED.
           MOVE WS-WORK-BRANCH TO TR-BRANCH.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTION-FILE.
           ADD 1 TO WS-TRANSACTION-ID.
           PERFORM WRITE-TRANSACTION-CONTROL.

       LOAD-LEGAL-ACCOUNTS.
           MOVE 0 TO WS-LA-COUNT.
           MOVE "N" TO WS-LA-FULL.
           OPEN INPUT LEGAL-ACCOUNT-FILE.
           IF WS-LEGALACT-FILE-STATUS NOT = "00"
               CLOSE LEGAL-ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LEGAL-ACCOUNT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-LA-COUNT >= 2000
                           MOVE "Y" TO WS-LA-FULL
                       ELSE
                           ADD 1 TO WS-LA-COUNT
                           SET WS-LA-IDX TO WS-LA-COUNT
                           MOVE LA-ORDER-ID
                               TO WS-LA-ORDER-ID(WS-LA-IDX)
                           MOVE LA-ACCOUNT-ID
                               TO WS-LA-ACCOUNT-ID(WS-LA-IDX)
                           MOVE LA-HOLD-ID TO WS-LA-HOLD-ID(WS-LA-IDX)
                           MOVE LA-BALANCE TO WS-LA-BALANCE(WS-LA-IDX)
                           MOVE LA-PROTECTED
                               TO WS-LA-PROTECTED(WS-LA-IDX)
                           MOVE LA-FROZEN TO WS-LA-FROZEN(WS-LA-IDX)
                           MOVE LA-REMITTED
                               TO WS-LA-REMITTED(WS-LA-IDX)
                           MOVE LA-STATUS TO WS-LA-STATUS(WS-LA-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-ACCOUNT-FILE.

       WRITE-LEGAL-ACCOUNTS.
           OPEN OUTPUT LEGAL-ACCOUNT-FILE.
           SET WS-LA-IDX TO 1.
           PERFORM WS-LA-COUNT TIMES
               MOVE WS-LA-ORDER-ID(WS-LA-IDX) TO LA-ORDER-ID
               MOVE WS-LA-ACCOUNT-ID(WS-LA-IDX) TO LA-ACCOUNT-ID
               MOVE WS-LA-HOLD-ID(WS-LA-IDX) TO LA-HOLD-ID
               MOVE WS-LA-BALANCE(WS-LA-IDX) TO LA-BALANCE
               MOVE WS-LA-PROTECTED(WS-LA-IDX) TO LA-PROTECTED
               MOVE WS-LA-FROZEN(WS-LA-IDX) TO LA-FROZEN
               MOVE WS-LA-REMITTED(WS-LA-IDX) TO LA-REMITTED
               MOVE WS-LA-STATUS(WS-LA-IDX) TO LA-STATUS
               WRITE LEGAL-ACCOUNT-RECORD
               SET WS-LA-IDX UP BY 1
           END-PERFORM.
           CLOSE LEGAL-ACCOUNT-FILE.

       READ-ALL-HOLDS.
           MOVE 0 TO WS-TABLE-COUNT.
           MOVE "N" TO WS-TABLE-FULL.
           SET WS-IDX TO 1.
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
                       IF WS-TABLE-COUNT >= 500
                           MOVE "Y" TO WS-TABLE-FULL
                       END-IF
                       IF WS-TABLE-COUNT < 500
                           MOVE HD-ID TO WS-HD-ID(WS-IDX)
                           MOVE HD-ACCOUNT-ID
                               TO WS-HD-ACCOUNT-ID(WS-IDX)
                           MOVE HD-TYPE TO WS-HD-TYPE(WS-IDX)
                           MOVE HD-AMOUNT TO WS-HD-AMOUNT(WS-IDX)
                           MOVE HD-PLACED-DATE
                               TO WS-HD-PLACED-DATE(WS-IDX)
                           MOVE HD-RELEASE-DATE
                               TO WS-HD-RELEASE-DATE(WS-IDX)
                           MOVE HD-STATUS TO WS-HD-STATUS(WS-IDX)
                           ADD 1 TO WS-TABLE-COUNT
                           SET WS-IDX UP BY 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.

       WRITE-UPDATED-HOLDS.
           OPEN OUTPUT HOLD-FILE.
           SET WS-IDX TO 1.
           PERFORM WS-TABLE-COUNT TIMES
               MOVE WS-HD-ID(WS-IDX) TO HD-ID
               MOVE WS-HD-ACCOUNT-ID(WS-IDX) TO HD-ACCOUNT-ID
               MOVE WS-HD-TYPE(WS-IDX) TO HD-TYPE
               MOVE WS-HD-AMOUNT(WS-IDX) TO HD-AMOUNT
               MOVE WS-HD-PLACED-DATE(WS-IDX) TO HD-PLACED-DATE
               MOVE WS-HD-RELEASE-DATE(WS-IDX) TO HD-RELEASE-DATE
               MOVE WS-HD-STATUS(WS-IDX) TO HD-STATUS
               WRITE HOLD-RECORD
               SET WS-IDX UP BY 1
           END-PERFORM.
           CLOSE HOLD-FILE.

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

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "LEGALPRC" TO ES-STEP.
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

       RECORD-MASTER-IMAGE.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           IF WS-MSTJRNL-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF.
           MOVE WS-DATE TO MJ-DATE.
           MOVE WS-TIME TO MJ-TIME.
           MOVE "LEGALPRC" TO MJ-PROGRAM.
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
           MOVE "LEGALPRC" TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
