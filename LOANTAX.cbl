       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANTAX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANHIST-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-HISTORY-FILE.
       01 LOAN-HISTORY-RECORD.
           05 LH-LOAN-ID         PIC 9(6).
           05 LH-DATE            PIC 9(8).
           05 LH-TIME            PIC 9(6).
           05 LH-EVENT           PIC X(1).
               88 LH-ORIGINATED  VALUE "O".
               88 LH-PAID        VALUE "P".
               88 LH-DRAFTED     VALUE "D".
               88 LH-FEE-ASSESSED VALUE "F".
               88 LH-WENT-PAST-DUE VALUE "S".
               88 LH-RELINKED    VALUE "K".
               88 LH-BRANCH-MOVED VALUE "B".
               88 LH-ESCROW-TAX-PAID VALUE "T".
               88 LH-ESCROW-INS-PAID VALUE "N".
               88 LH-ESCROW-ANALYZED VALUE "A".
               88 LH-ESCROW-REFUNDED VALUE "R".
           05 LH-PAYMENT         PIC 9(6)V99.
           05 LH-INTEREST        PIC 9(6)V99.
           05 LH-PRINCIPAL       PIC 9(6)V99.
           05 LH-LATE-FEE        PIC 9(6)V99.
           05 LH-BALANCE         PIC 9(6)V99.
           05 LH-PAY-ACCOUNT-ID  PIC 9(6).
           05 LH-STATUS          PIC X(1).
           05 LH-PROGRAM         PIC X(8).
           05 LH-OPERATOR        PIC X(8).
           05 LH-ESCROW          PIC 9(6)V99.

       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LN-ID              PIC 9(6).
           05 LN-CUST-ID         PIC 9(5).
           05 LN-ORIG-PRINCIPAL  PIC 9(6)V99.
           05 LN-PRINCIPAL       PIC 9(6)V99.
           05 LN-ANNUAL-RATE     PIC 9V9(4).
           05 LN-TERM-MONTHS     PIC 9(3).
           05 LN-PAYMENT-AMOUNT  PIC 9(6)V99.
           05 LN-NEXT-DUE-DATE   PIC 9(8).
           05 LN-STATUS          PIC X(1).
               88 LN-ACTIVE      VALUE "A".
               88 LN-PAST-DUE    VALUE "P".
               88 LN-CLOSED      VALUE "C".
           05 LN-BRANCH          PIC 9(3).
           05 LN-PAY-ACCOUNT-ID  PIC 9(6).
           05 LN-LATE-FEE-DATE   PIC 9(8).
           05 LN-ESCROW-BALANCE  PIC S9(6)V99.
           05 LN-ESCROW-MONTHLY  PIC 9(6)V99.
           05 LN-ESCROW-ANALYSIS-DATE PIC 9(8).
           05 LN-TAX-PAYEE       PIC X(30).
           05 LN-TAX-AMOUNT      PIC 9(6)V99.
           05 LN-TAX-FREQ        PIC 9(2).
           05 LN-TAX-DUE-DATE    PIC 9(8).
           05 LN-INS-PAYEE       PIC X(30).
           05 LN-INS-AMOUNT      PIC 9(6)V99.
           05 LN-INS-FREQ        PIC 9(2).
           05 LN-INS-DUE-DATE    PIC 9(8).

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

       FD TAX-REPORT-FILE.
       01 TAX-REPORT-LINE        PIC X(80).

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
       01 WS-LOANHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-LOAN-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
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
       01 WS-TAX-YEAR             PIC 9(4) VALUE 0.
       01 WS-TAX-YEAR-X           PIC X(4) VALUE SPACES.
       01 WS-FORMATTED-AMOUNT     PIC ZZZ,ZZ9.99.
       01 WS-STMTS-WRITTEN        PIC 9(5) VALUE 0.
       01 WS-NO-INTEREST          PIC 9(5) VALUE 0.
       01 WS-GRAND-TOTAL          PIC 9(10)V99 VALUE 0.
       01 WS-EVENTS-SWEPT         PIC 9(7) VALUE 0.

      *    Year-end balance is the balance after the last event.
       01 WS-LOAN-TABLE.
          05 WS-LOAN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LT-IDX.
             10 WS-LT-LOAN-ID     PIC 9(6).
             10 WS-LT-INTEREST    PIC 9(8)V99.
             10 WS-LT-PRINCIPAL   PIC 9(8)V99.
             10 WS-LT-FEES        PIC 9(8)V99.
             10 WS-LT-TAX-PAID    PIC 9(8)V99.
             10 WS-LT-BALANCE     PIC 9(6)V99.
       01 WS-LOAN-COUNT           PIC 9(4) VALUE 0.
       01 WS-LOAN-FULL            PIC X VALUE "N".

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.

           DISPLAY "Enter Tax Year (YYYY):".
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR < 1900 OR WS-TAX-YEAR > 9999
               DISPLAY "Invalid tax year."
               GOBACK
           END-IF.

           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X.
           STRING "LOANINT-" DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.

           PERFORM SWEEP-LOAN-HISTORY.
           IF WS-LOAN-FULL = "Y"
               DISPLAY "More than 1000 loans had activity in the year. "
                   "Run refused to avoid under-reporting interest."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-INTEREST-STATEMENTS.

           MOVE "LOAN INT STMT RUN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Year " WS-TAX-YEAR " statements "
               WS-STMTS-WRITTEN " total " WS-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "YEAR-END LOAN INTEREST REPORTING COMPLETE".
           DISPLAY "Tax year: " WS-TAX-YEAR.
           DISPLAY "Loan history events swept: " WS-EVENTS-SWEPT.
           DISPLAY "Statements produced: " WS-STMTS-WRITTEN.
           DISPLAY "Loans with no interest paid: " WS-NO-INTEREST.
           DISPLAY "Total interest paid: " WS-GRAND-TOTAL.
           DISPLAY "Statements written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".
           GOBACK.

       SWEEP-LOAN-HISTORY.
           MOVE 0 TO WS-LOAN-COUNT.
           MOVE "N" TO WS-LOAN-FULL.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF WS-LOANHIST-FILE-STATUS = "35"
               CLOSE LOAN-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LH-DATE(1:4) = WS-TAX-YEAR-X
                           PERFORM ACCUMULATE-LOAN-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-HISTORY-FILE.

       ACCUMULATE-LOAN-EVENT.
           ADD 1 TO WS-EVENTS-SWEPT.
           MOVE "N" TO WS-FOUND.
           SET WS-LT-IDX TO 1.
           PERFORM UNTIL WS-LT-IDX > WS-LOAN-COUNT
               OR WS-FOUND = "Y"
               IF WS-LT-LOAN-ID(WS-LT-IDX) = LH-LOAN-ID
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-LT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-LOAN-COUNT >= 1000
                   MOVE "Y" TO WS-LOAN-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOAN-COUNT
               SET WS-LT-IDX TO WS-LOAN-COUNT
               MOVE LH-LOAN-ID TO WS-LT-LOAN-ID(WS-LT-IDX)
               MOVE 0 TO WS-LT-INTEREST(WS-LT-IDX)
               MOVE 0 TO WS-LT-PRINCIPAL(WS-LT-IDX)
               MOVE 0 TO WS-LT-FEES(WS-LT-IDX)
               MOVE 0 TO WS-LT-TAX-PAID(WS-LT-IDX)
           END-IF.
           IF LH-ESCROW NOT NUMERIC
               MOVE 0 TO LH-ESCROW
           END-IF.
           IF LH-ESCROW-TAX-PAID
               ADD LH-ESCROW TO WS-LT-TAX-PAID(WS-LT-IDX)
           END-IF.
           ADD LH-INTEREST TO WS-LT-INTEREST(WS-LT-IDX).
           ADD LH-PRINCIPAL TO WS-LT-PRINCIPAL(WS-LT-IDX).
           ADD LH-LATE-FEE TO WS-LT-FEES(WS-LT-IDX).
           MOVE LH-BALANCE TO WS-LT-BALANCE(WS-LT-IDX).

       WRITE-INTEREST-STATEMENTS.
           OPEN OUTPUT TAX-REPORT-FILE.
           MOVE "===================================" TO
               TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "LOAN INTEREST PAID STATEMENTS - " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE "===================================" TO
               TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

           SET WS-LT-IDX TO 1.
           PERFORM WS-LOAN-COUNT TIMES
               IF WS-LT-INTEREST(WS-LT-IDX) = 0
                   ADD 1 TO WS-NO-INTEREST
               ELSE
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
               SET WS-LT-IDX UP BY 1
           END-PERFORM.

           MOVE "===================================" TO
               TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE "SUMMARY REGISTER" TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Statements: " DELIMITED BY SIZE
                  WS-STMTS-WRITTEN DELIMITED BY SIZE
                  "  No interest paid: " DELIMITED BY SIZE
                  WS-NO-INTEREST DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Total interest paid: " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE "===================================" TO
               TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           CLOSE TAX-REPORT-FILE.

           MOVE "LOANTAX " TO WS-SPOOL-TYPE.
           MOVE WS-TAX-YEAR TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

       WRITE-ONE-STATEMENT.
           PERFORM GET-BORROWER-DETAILS.
           MOVE "-----------------------------------" TO
               TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Borrower " DELIMITED BY SIZE
                  LN-CUST-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CR-NAME DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE CR-ADDRESS TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING CR-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-ZIP DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Loan " DELIMITED BY SIZE
                  WS-LT-LOAN-ID(WS-LT-IDX) DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE WS-LT-INTEREST(WS-LT-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Interest Paid:            " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE WS-LT-PRINCIPAL(WS-LT-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Principal Paid:           " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE WS-LT-FEES(WS-LT-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Late Fees Assessed:       " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           IF WS-LT-TAX-PAID(WS-LT-IDX) > 0
               MOVE WS-LT-TAX-PAID(WS-LT-IDX) TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO TAX-REPORT-LINE
               STRING "Property Tax from Escrow: " DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      INTO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
           END-IF.
           MOVE WS-LT-BALANCE(WS-LT-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Principal at Year End:    " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           ADD 1 TO WS-STMTS-WRITTEN.
           ADD WS-LT-INTEREST(WS-LT-IDX) TO WS-GRAND-TOTAL.

       GET-BORROWER-DETAILS.
           MOVE 0 TO LN-CUST-ID.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = "00"
               MOVE WS-LT-LOAN-ID(WS-LT-IDX) TO LN-ID
               READ LOAN-FILE
                   INVALID KEY
                       MOVE 0 TO LN-CUST-ID
               END-READ
           END-IF.
           CLOSE LOAN-FILE.

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
           MOVE LN-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(customer not on file)" TO CR-NAME
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE CUSTOMER-FILE.

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
           MOVE "LOANTAX " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
