       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITY.

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
           SELECT MAJORITY-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAJORITY-NOTICE-FILE ASSIGN TO WS-NOTICE-FILENAME
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

           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.

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

       FD MAJORITY-REPORT-FILE.
       01 MAJORITY-REPORT-LINE   PIC X(80).

       FD MAJORITY-NOTICE-FILE.
       01 MAJORITY-NOTICE-LINE   PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MSTJRNL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID           PIC X(8) VALUE "ACCOUNT ".
       01 WS-MJ-ACTION            PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY               PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE      PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE       PIC X(400) VALUE SPACES.
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-NOTICE-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

      *    Accounts convert at the first month-end after this age.
       01 WS-MAJORITY-AGE         PIC 9(2) VALUE 18.
       01 WS-MAJORITY-DATE        PIC 9(8) VALUE 0.
       01 WS-NEXT-YEAR            PIC 9(4) VALUE 0.
       01 WS-NEXT-MONTH           PIC 9(2) VALUE 0.
       01 WS-NEXT-PERIOD          PIC 9(6) VALUE 0.

       01 WS-MINOR-ID             PIC 9(5) VALUE 0.
       01 WS-MINOR-NAME           PIC X(30) VALUE SPACES.
       01 WS-MINOR-BIRTHDATE      PIC 9(8) VALUE 0.
       01 WS-MINOR-FOUND          PIC X VALUE "N".
       01 WS-CUSTODIAN-ID         PIC 9(5) VALUE 0.
       01 WS-NOTICE-KIND          PIC X(1) VALUE SPACE.
           88 WS-NOTICE-ADVANCE   VALUE "A".
           88 WS-NOTICE-CONVERTED VALUE "C".
       01 WS-ADDRESSEE-ID         PIC 9(5) VALUE 0.
       01 WS-ADDR-NAME            PIC X(30) VALUE SPACES.
       01 WS-ADDR-ADDRESS         PIC X(40) VALUE SPACES.
       01 WS-ADDR-CITY            PIC X(20) VALUE SPACES.
       01 WS-ADDR-STATE           PIC X(2) VALUE SPACES.
       01 WS-ADDR-ZIP             PIC X(10) VALUE SPACES.

       01 WS-CUSTODIAL-READ       PIC 9(5) VALUE 0.
       01 WS-CONVERTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-NOTIFIED-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01 WS-NOTICES-WRITTEN      PIC 9(5) VALUE 0.
       01 WS-FORMATTED-BALANCE    PIC -Z,ZZZ,ZZ9.99.
       01 WS-REPORT-NOTE          PIC X(40) VALUE SPACES.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           DISPLAY "Custodial accounts: converting minors of age by "
               WS-DATE ", notifying custodians for " WS-NEXT-PERIOD
               ".".

           PERFORM OPEN-MAJORITY-REPORT.
           OPEN OUTPUT MAJORITY-NOTICE-FILE.
           PERFORM SCAN-CUSTODIAL-ACCOUNTS.
           CLOSE MAJORITY-NOTICE-FILE.
           PERFORM CLOSE-MAJORITY-REPORT.

           MOVE "MAJORITY" TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.
           IF WS-NOTICES-WRITTEN > 0
               MOVE "MAJNOTIC" TO WS-SPOOL-TYPE
               MOVE WS-NOTICE-FILENAME TO WS-SPOOL-FILENAME
               PERFORM REGISTER-SPOOL-ENTRY
           END-IF.

           MOVE "MAJORITY REVIEW" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Converted " WS-CONVERTED-COUNT " notified "
               WS-NOTIFIED-COUNT " exceptions " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "CUSTODIAL ACCOUNT MAJORITY REVIEW COMPLETE".
           DISPLAY "Custodial accounts reviewed: " WS-CUSTODIAL-READ.
           DISPLAY "Converted to regular ownership: "
               WS-CONVERTED-COUNT.
           DISPLAY "Custodians notified of coming conversion: "
               WS-NOTIFIED-COUNT.
           DISPLAY "Exceptions: " WS-EXCEPTION-COUNT.
           DISPLAY "Report written to: " WS-REPORT-FILENAME.
           DISPLAY "Notices written to: " WS-NOTICE-FILENAME.
           DISPLAY "===================================".

           IF WS-EXCEPTION-COUNT > 0
               MOVE "A" TO WS-ES-FLAG
           ELSE
               MOVE "P" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Converted " WS-CONVERTED-COUNT " notified "
               WS-NOTIFIED-COUNT " exceptions " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-DATE(1:4) TO WS-NEXT-YEAR.
           MOVE WS-DATE(5:2) TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-NEXT-PERIOD = WS-NEXT-YEAR * 100 + WS-NEXT-MONTH.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING "MAJORITY-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           MOVE SPACES TO WS-NOTICE-FILENAME.
           STRING "MAJNOTICE-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-NOTICE-FILENAME.

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
           MOVE "MAJORITY" TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       OPEN-MAJORITY-REPORT.
           OPEN OUTPUT MAJORITY-REPORT-FILE.
           MOVE "===================================" TO
               MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           MOVE "CUSTODIAL ACCOUNT AGE-OF-MAJORITY REVIEW" TO
               MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           MOVE SPACES TO MAJORITY-REPORT-LINE.
           STRING "Run Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "  Age of majority: " DELIMITED BY SIZE
                  WS-MAJORITY-AGE DELIMITED BY SIZE
                  "  Notice period: " DELIMITED BY SIZE
                  WS-NEXT-PERIOD DELIMITED BY SIZE
                  INTO MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           MOVE "===================================" TO
               MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.

       SCAN-CUSTODIAL-ACCOUNTS.
           OPEN I-O ACCOUNT-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               CLOSE ACCOUNT-FILE
               DISPLAY "No accounts on file. Nothing to process."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AC-CUSTODIAN-ID NOT = 0
                           AND NOT AC-CLOSED
                           PERFORM CHECK-ONE-CUSTODIAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

      *    Frozen accounts are left for estate settlement.
       CHECK-ONE-CUSTODIAL.
           ADD 1 TO WS-CUSTODIAL-READ.
           IF AC-FROZEN
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-CUST-ID TO WS-MINOR-ID.
           MOVE AC-CUSTODIAN-ID TO WS-CUSTODIAN-ID.
           PERFORM READ-MINOR-CUSTOMER.
           IF WS-MINOR-FOUND = "N" OR WS-MINOR-BIRTHDATE = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO MAJORITY-REPORT-LINE
               STRING "Account " DELIMITED BY SIZE
                      AC-ID DELIMITED BY SIZE
                      " Minor " DELIMITED BY SIZE
                      WS-MINOR-ID DELIMITED BY SIZE
                      " EXCEPTION: no birthdate on file"
                      DELIMITED BY SIZE
                      INTO MAJORITY-REPORT-LINE
               WRITE MAJORITY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MAJORITY-DATE =
               WS-MINOR-BIRTHDATE + WS-MAJORITY-AGE * 10000.

           IF WS-MAJORITY-DATE NOT > WS-DATE
               PERFORM CONVERT-CUSTODIAL-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-MAJORITY-DATE(1:6) = WS-NEXT-PERIOD
               ADD 1 TO WS-NOTIFIED-COUNT
               MOVE "A" TO WS-NOTICE-KIND
               MOVE WS-CUSTODIAN-ID TO WS-ADDRESSEE-ID
               PERFORM WRITE-MAJORITY-NOTICE
               MOVE "Custodian notified" TO WS-REPORT-NOTE
               PERFORM REPORT-CUSTODIAL-ACCOUNT
           END-IF.

       CONVERT-CUSTODIAL-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-MJ-BEFORE-IMAGE.
           MOVE 0 TO AC-CUSTODIAN-ID.
           MOVE ACCOUNT-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE ACCOUNT-RECORD.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE AC-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           ADD 1 TO WS-CONVERTED-COUNT.

           MOVE "CUSTODIAL CONVERTED" TO WS-AUDIT-ACTION.
           MOVE AC-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Owner " WS-MINOR-ID " of age " WS-MAJORITY-DATE
               " custodian was " WS-CUSTODIAN-ID
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           MOVE "C" TO WS-NOTICE-KIND.
           MOVE WS-CUSTODIAN-ID TO WS-ADDRESSEE-ID.
           PERFORM WRITE-MAJORITY-NOTICE.
           MOVE WS-MINOR-ID TO WS-ADDRESSEE-ID.
           PERFORM WRITE-MAJORITY-NOTICE.
           MOVE "Converted to regular ownership" TO WS-REPORT-NOTE.
           PERFORM REPORT-CUSTODIAL-ACCOUNT.

       REPORT-CUSTODIAL-ACCOUNT.
           MOVE AC-BALANCE TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO MAJORITY-REPORT-LINE.
           STRING "Account " DELIMITED BY SIZE
                  AC-ID DELIMITED BY SIZE
                  " Minor " DELIMITED BY SIZE
                  WS-MINOR-ID DELIMITED BY SIZE
                  " Custodian " DELIMITED BY SIZE
                  WS-CUSTODIAN-ID DELIMITED BY SIZE
                  " Of age " DELIMITED BY SIZE
                  WS-MAJORITY-DATE DELIMITED BY SIZE
                  " Bal " DELIMITED BY SIZE
                  WS-FORMATTED-BALANCE DELIMITED BY SIZE
                  INTO MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           MOVE SPACES TO MAJORITY-REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
                  WS-REPORT-NOTE DELIMITED BY SIZE
                  INTO MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.

       READ-MINOR-CUSTOMER.
           MOVE "N" TO WS-MINOR-FOUND.
           MOVE SPACES TO WS-MINOR-NAME.
           MOVE 0 TO WS-MINOR-BIRTHDATE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MINOR-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MINOR-FOUND
                   MOVE CR-NAME TO WS-MINOR-NAME
                   MOVE CR-BIRTHDATE TO WS-MINOR-BIRTHDATE
           END-READ.
           CLOSE CUSTOMER-FILE.

       WRITE-MAJORITY-NOTICE.
           MOVE SPACES TO WS-ADDR-NAME WS-ADDR-ADDRESS WS-ADDR-CITY
               WS-ADDR-STATE WS-ADDR-ZIP.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = "00"
               MOVE WS-ADDRESSEE-ID TO CR-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-NAME TO WS-ADDR-NAME
                       MOVE CR-ADDRESS TO WS-ADDR-ADDRESS
                       MOVE CR-CITY TO WS-ADDR-CITY
                       MOVE CR-STATE TO WS-ADDR-STATE
                       MOVE CR-ZIP TO WS-ADDR-ZIP
               END-READ
           END-IF.
           CLOSE CUSTOMER-FILE.

           MOVE ALL "-" TO MAJORITY-NOTICE-LINE.
           WRITE MAJORITY-NOTICE-LINE.
           MOVE SPACES TO MAJORITY-NOTICE-LINE.
           IF WS-NOTICE-ADVANCE
               STRING "NOTICE OF CUSTODIAL ACCOUNT CONVERSION  Date "
                      DELIMITED BY SIZE
                      WS-DATE DELIMITED BY SIZE
                      INTO MAJORITY-NOTICE-LINE
           ELSE
               STRING "CUSTODIAL ACCOUNT CONVERTED  Date "
                      DELIMITED BY SIZE
                      WS-DATE DELIMITED BY SIZE
                      INTO MAJORITY-NOTICE-LINE
           END-IF.
           WRITE MAJORITY-NOTICE-LINE.
           MOVE WS-ADDR-NAME TO MAJORITY-NOTICE-LINE.
           WRITE MAJORITY-NOTICE-LINE.
           MOVE WS-ADDR-ADDRESS TO MAJORITY-NOTICE-LINE.
           WRITE MAJORITY-NOTICE-LINE.
           MOVE SPACES TO MAJORITY-NOTICE-LINE.
           STRING WS-ADDR-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-ADDR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ADDR-ZIP DELIMITED BY SIZE
                  INTO MAJORITY-NOTICE-LINE.
           WRITE MAJORITY-NOTICE-LINE.
           MOVE SPACES TO MAJORITY-NOTICE-LINE.
           STRING "Account " DELIMITED BY SIZE
                  AC-ID DELIMITED BY SIZE
                  "  Owner " DELIMITED BY SIZE
                  WS-MINOR-NAME DELIMITED BY SIZE
                  INTO MAJORITY-NOTICE-LINE.
           WRITE MAJORITY-NOTICE-LINE.
           MOVE SPACES TO MAJORITY-NOTICE-LINE.
           STRING "The owner reaches the age of majority ("
                  DELIMITED BY SIZE
                  WS-MAJORITY-AGE DELIMITED BY SIZE
                  ") on " DELIMITED BY SIZE
                  WS-MAJORITY-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO MAJORITY-NOTICE-LINE.
           WRITE MAJORITY-NOTICE-LINE.
           IF WS-NOTICE-ADVANCE
               MOVE "The account converts to the owner's sole control "
                   TO MAJORITY-NOTICE-LINE
               WRITE MAJORITY-NOTICE-LINE
               MOVE "at month-end processing on or after that date, "
                   TO MAJORITY-NOTICE-LINE
               WRITE MAJORITY-NOTICE-LINE
               MOVE "and the custodian's authority ends then."
                   TO MAJORITY-NOTICE-LINE
           ELSE
               MOVE "The account is now held in the owner's sole name "
                   TO MAJORITY-NOTICE-LINE
               WRITE MAJORITY-NOTICE-LINE
               MOVE "and the custodianship has ended."
                   TO MAJORITY-NOTICE-LINE
           END-IF.
           WRITE MAJORITY-NOTICE-LINE.
           ADD 1 TO WS-NOTICES-WRITTEN.

       CLOSE-MAJORITY-REPORT.
           MOVE "===================================" TO
               MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           MOVE SPACES TO MAJORITY-REPORT-LINE.
           STRING "Reviewed: " DELIMITED BY SIZE
                  WS-CUSTODIAL-READ DELIMITED BY SIZE
                  "  Converted: " DELIMITED BY SIZE
                  WS-CONVERTED-COUNT DELIMITED BY SIZE
                  "  Notified: " DELIMITED BY SIZE
                  WS-NOTIFIED-COUNT DELIMITED BY SIZE
                  "  Exceptions: " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           MOVE "===================================" TO
               MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           CLOSE MAJORITY-REPORT-FILE.

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
           MOVE "MAJORITY" TO MJ-PROGRAM.
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
           MOVE "MAJORITY" TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
