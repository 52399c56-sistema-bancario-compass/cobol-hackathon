       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANHIST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD STATEMENT-FILE.
       01 STATEMENT-FILE-LINE    PIC X(80).

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

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
       01 WS-LOAN-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-LOANHIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-STATEMENT-FILENAME   PIC X(40).
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE         PIC 9(8).

       01 WS-RUN-MODE             PIC X VALUE "S".
       01 WS-LOAN-ID              PIC 9(6) VALUE 0.
       01 WS-START-DATE           PIC 9(8) VALUE 0.
       01 WS-END-DATE             PIC 9(8) VALUE 0.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-HIST-EOF             PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CUSTOMER-NAME        PIC X(30).

       01 WS-HAVE-OPENING         PIC X VALUE "N".
       01 WS-HAVE-CLOSING         PIC X VALUE "N".
       01 WS-OPENING-BALANCE      PIC S9(7)V99 VALUE 0.
       01 WS-CLOSING-BALANCE      PIC S9(7)V99 VALUE 0.
       01 WS-BALANCE-BEFORE       PIC S9(7)V99 VALUE 0.
       01 WS-PERIOD-EVENTS        PIC 9(4) VALUE 0.
       01 WS-PERIOD-PAYMENTS      PIC 9(8)V99 VALUE 0.
       01 WS-PERIOD-INTEREST      PIC 9(8)V99 VALUE 0.
       01 WS-PERIOD-PRINCIPAL     PIC 9(8)V99 VALUE 0.
       01 WS-PERIOD-FEES          PIC 9(8)V99 VALUE 0.
       01 WS-PERIOD-ESCROW-IN     PIC 9(8)V99 VALUE 0.
       01 WS-PERIOD-ESCROW-OUT    PIC 9(8)V99 VALUE 0.
       01 WS-NEXT-PAYMENT         PIC 9(6)V99 VALUE 0.
       01 WS-YTD-INTEREST         PIC 9(8)V99 VALUE 0.

       01 WS-STMTS-PRODUCED       PIC 9(5) VALUE 0.
       01 WS-STMTS-SKIPPED        PIC 9(5) VALUE 0.

       01 WS-FORMATTED-DATE.
           05 WS-YEAR             PIC 9(4).
           05 FILLER              PIC X VALUE "/".
           05 WS-MONTH            PIC 9(2).
           05 FILLER              PIC X VALUE "/".
           05 WS-DAY              PIC 9(2).
       01 WS-EVENT-TEXT           PIC X(9).
       01 WS-FORMATTED-AMOUNT     PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-INTEREST   PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-PRINCIPAL  PIC ZZZ,ZZ9.99.
       01 WS-FORMATTED-BALANCE    PIC -Z,ZZZ,ZZ9.99.
       01 WS-FORMATTED-TOTAL      PIC ZZ,ZZZ,ZZ9.99.
       01 WS-FORMATTED-ESCROW     PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-BUSINESS-DATE.
           IF WS-EOD-MODE = "Y"
               DISPLAY "Month-end loan statement run for business date "
                   WS-BUSINESS-DATE "."
               MOVE WS-BUSINESS-DATE TO WS-END-DATE
               MOVE WS-BUSINESS-DATE TO WS-START-DATE
               MOVE "01" TO WS-START-DATE(7:2)
               PERFORM BATCH-STATEMENT-RUN
               MOVE "P" TO WS-ES-FLAG
               MOVE SPACES TO WS-ES-DETAIL
               STRING "Statements " WS-STMTS-PRODUCED " skipped "
                   WS-STMTS-SKIPPED DELIMITED BY SIZE
                   INTO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.

           DISPLAY "Run Mode - S: Single Loan  /  B: All Loans:".
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE NOT = "B"
               DISPLAY "Enter Loan ID:"
               ACCEPT WS-LOAN-ID
           END-IF.
           DISPLAY "Enter Statement Start Date (YYYYMMDD):".
           ACCEPT WS-START-DATE.
           DISPLAY "Enter Statement End Date (YYYYMMDD):".
           ACCEPT WS-END-DATE.
           IF WS-START-DATE < 19000101 OR WS-END-DATE < 19000101
               OR WS-START-DATE > WS-END-DATE
               DISPLAY "Statement period is not valid."
               GOBACK
           END-IF.

           IF WS-RUN-MODE = "B"
               PERFORM BATCH-STATEMENT-RUN
               GOBACK
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               CLOSE LOAN-FILE
               DISPLAY "No loans on file."
               GOBACK
           END-IF.
           MOVE WS-LOAN-ID TO LN-ID.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "Loan not found!"
                   CLOSE LOAN-FILE
                   GOBACK
           END-READ.
           CLOSE LOAN-FILE.

           PERFORM SCAN-LOAN-HISTORY.
           PERFORM GENERATE-LOAN-STATEMENT.
           GOBACK.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO ES-DATE.
           MOVE "LOANSTMT" TO ES-STEP.
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
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

      *    Closed loans get a statement only for a period with activity.
       BATCH-STATEMENT-RUN.
           MOVE 0 TO WS-STMTS-PRODUCED.
           MOVE 0 TO WS-STMTS-SKIPPED.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS NOT = "00"
               CLOSE LOAN-FILE
               DISPLAY "No loans on file. No loan statements produced."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SCAN-LOAN-HISTORY
                       IF LN-CLOSED AND WS-PERIOD-EVENTS = 0
                           ADD 1 TO WS-STMTS-SKIPPED
                       ELSE
                           PERFORM GENERATE-LOAN-STATEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

           DISPLAY "===================================".
           DISPLAY "LOAN STATEMENT RUN COMPLETE".
           DISPLAY "Period: " WS-START-DATE " to " WS-END-DATE.
           DISPLAY "Statements produced: " WS-STMTS-PRODUCED.
           DISPLAY "Closed loans skipped: " WS-STMTS-SKIPPED.
           DISPLAY "===================================".

      *    Works the opening balance back from the first event.
       SCAN-LOAN-HISTORY.
           MOVE "N" TO WS-HAVE-OPENING.
           MOVE "N" TO WS-HAVE-CLOSING.
           MOVE 0 TO WS-OPENING-BALANCE.
           MOVE 0 TO WS-CLOSING-BALANCE.
           MOVE 0 TO WS-PERIOD-EVENTS.
           MOVE 0 TO WS-PERIOD-PAYMENTS.
           MOVE 0 TO WS-PERIOD-INTEREST.
           MOVE 0 TO WS-PERIOD-PRINCIPAL.
           MOVE 0 TO WS-PERIOD-FEES.
           MOVE 0 TO WS-PERIOD-ESCROW-IN.
           MOVE 0 TO WS-PERIOD-ESCROW-OUT.
           MOVE 0 TO WS-YTD-INTEREST.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF WS-LOANHIST-FILE-STATUS = "00"
               MOVE "N" TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF LH-LOAN-ID = LN-ID
                               PERFORM SCAN-ONE-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LOAN-HISTORY-FILE.
           IF WS-HAVE-OPENING = "N"
               MOVE LN-PRINCIPAL TO WS-OPENING-BALANCE
           END-IF.
           IF WS-HAVE-CLOSING = "N"
               MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           END-IF.

       SCAN-ONE-HISTORY-ENTRY.
           IF LH-ESCROW NOT NUMERIC
               MOVE 0 TO LH-ESCROW
           END-IF.
           IF LH-ORIGINATED
               MOVE 0 TO WS-BALANCE-BEFORE
           ELSE
               COMPUTE WS-BALANCE-BEFORE =
                   LH-BALANCE + LH-PRINCIPAL - LH-LATE-FEE
           END-IF.

           IF LH-DATE(1:4) = WS-END-DATE(1:4)
               AND LH-DATE <= WS-END-DATE
               ADD LH-INTEREST TO WS-YTD-INTEREST
           END-IF.

           EVALUATE TRUE
               WHEN LH-DATE < WS-START-DATE
                   MOVE LH-BALANCE TO WS-OPENING-BALANCE
                   MOVE LH-BALANCE TO WS-CLOSING-BALANCE
                   MOVE "Y" TO WS-HAVE-OPENING
                   MOVE "Y" TO WS-HAVE-CLOSING
               WHEN LH-DATE <= WS-END-DATE
                   IF WS-HAVE-OPENING = "N"
                       MOVE WS-BALANCE-BEFORE TO WS-OPENING-BALANCE
                       MOVE "Y" TO WS-HAVE-OPENING
                   END-IF
                   MOVE LH-BALANCE TO WS-CLOSING-BALANCE
                   MOVE "Y" TO WS-HAVE-CLOSING
                   ADD 1 TO WS-PERIOD-EVENTS
                   ADD LH-PAYMENT TO WS-PERIOD-PAYMENTS
                   ADD LH-INTEREST TO WS-PERIOD-INTEREST
                   ADD LH-PRINCIPAL TO WS-PERIOD-PRINCIPAL
                   ADD LH-LATE-FEE TO WS-PERIOD-FEES
                   IF LH-PAID OR LH-DRAFTED
                       ADD LH-ESCROW TO WS-PERIOD-ESCROW-IN
                   END-IF
                   IF LH-ESCROW-TAX-PAID OR LH-ESCROW-INS-PAID
                       OR LH-ESCROW-REFUNDED
                       ADD LH-ESCROW TO WS-PERIOD-ESCROW-OUT
                   END-IF
               WHEN OTHER
                   IF WS-HAVE-OPENING = "N"
                       MOVE WS-BALANCE-BEFORE TO WS-OPENING-BALANCE
                       MOVE "Y" TO WS-HAVE-OPENING
                   END-IF
                   IF WS-HAVE-CLOSING = "N"
                       MOVE WS-BALANCE-BEFORE TO WS-CLOSING-BALANCE
                       MOVE "Y" TO WS-HAVE-CLOSING
                   END-IF
           END-EVALUATE.

       GENERATE-LOAN-STATEMENT.
           PERFORM GET-BORROWER-DETAILS.
           MOVE SPACES TO WS-STATEMENT-FILENAME.
           STRING "LNSTMT-" DELIMITED BY SIZE
                  LN-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-STATEMENT-FILENAME.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM WRITE-STATEMENT-HEADER.

           MOVE WS-OPENING-BALANCE TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "Opening Principal Balance: $" DELIMITED BY SIZE
                  WS-FORMATTED-BALANCE DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE "-----------------------------------" TO
               STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.

           IF WS-PERIOD-EVENTS = 0
               MOVE "No loan activity this period." TO
                   STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           ELSE
               PERFORM WRITE-LOAN-ACTIVITY
           END-IF.

           MOVE "-----------------------------------" TO
               STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE WS-PERIOD-PAYMENTS TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "Payments Received:         $" DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE WS-PERIOD-INTEREST TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "  Applied to Interest:     $" DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE WS-PERIOD-PRINCIPAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "  Applied to Principal:    $" DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           IF WS-PERIOD-ESCROW-IN > 0
               MOVE WS-PERIOD-ESCROW-IN TO WS-FORMATTED-TOTAL
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "  Applied to Escrow:       $" DELIMITED BY SIZE
                      WS-FORMATTED-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           END-IF.
           MOVE WS-PERIOD-FEES TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "Late Fees Assessed:        $" DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           IF LN-ESCROW-MONTHLY > 0 OR LN-ESCROW-BALANCE NOT = 0
               OR WS-PERIOD-ESCROW-IN > 0 OR WS-PERIOD-ESCROW-OUT > 0
               MOVE WS-PERIOD-ESCROW-OUT TO WS-FORMATTED-TOTAL
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "Escrow Disbursed:          $" DELIMITED BY SIZE
                      WS-FORMATTED-TOTAL DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
               MOVE LN-ESCROW-BALANCE TO WS-FORMATTED-ESCROW
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "Current Escrow Balance:    $" DELIMITED BY SIZE
                      WS-FORMATTED-ESCROW DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           END-IF.
           MOVE WS-YTD-INTEREST TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "Interest Paid Year to Date:$" DELIMITED BY SIZE
                  WS-FORMATTED-TOTAL DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE WS-CLOSING-BALANCE TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "Closing Principal Balance: $" DELIMITED BY SIZE
                  WS-FORMATTED-BALANCE DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.

           MOVE "===================================" TO
               STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           IF LN-CLOSED
               MOVE "This loan is paid in full and closed." TO
                   STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           ELSE
               COMPUTE WS-NEXT-PAYMENT =
                   LN-PAYMENT-AMOUNT + LN-ESCROW-MONTHLY
               MOVE WS-NEXT-PAYMENT TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "Next Payment Due: " DELIMITED BY SIZE
                      LN-NEXT-DUE-DATE DELIMITED BY SIZE
                      "  Amount: $" DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
               IF LN-PAST-DUE
                   MOVE "This loan is PAST DUE. Please contact your "
                       TO STATEMENT-FILE-LINE
                   WRITE STATEMENT-FILE-LINE
                   MOVE "branch to bring the account current." TO
                       STATEMENT-FILE-LINE
                   WRITE STATEMENT-FILE-LINE
               END-IF
               IF LN-PAY-ACCOUNT-ID NOT = 0
                   MOVE SPACES TO STATEMENT-FILE-LINE
                   STRING "Payment will be drafted from account "
                          DELIMITED BY SIZE
                          LN-PAY-ACCOUNT-ID DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
                   WRITE STATEMENT-FILE-LINE
               END-IF
           END-IF.
           CLOSE STATEMENT-FILE.

           ADD 1 TO WS-STMTS-PRODUCED.
           DISPLAY "Loan statement written to: " WS-STATEMENT-FILENAME.
           MOVE "LOANSTMT" TO WS-SPOOL-TYPE.
           MOVE LN-ID TO WS-SPOOL-KEY.
           MOVE WS-CURRENT-DATE TO WS-SPOOL-DATE.
           MOVE WS-STATEMENT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

       WRITE-STATEMENT-HEADER.
           MOVE "===================================" TO
               STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "LOAN STATEMENT - Borrower: " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE CR-ADDRESS TO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING CR-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CR-ZIP DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "Loan ID: " DELIMITED BY SIZE
                  LN-ID DELIMITED BY SIZE
                  "  Customer ID: " DELIMITED BY SIZE
                  LN-CUST-ID DELIMITED BY SIZE
                  "  Branch: " DELIMITED BY SIZE
                  LN-BRANCH DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE SPACES TO STATEMENT-FILE-LINE.
           STRING "Period: " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  INTO STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.
           MOVE "===================================" TO
               STATEMENT-FILE-LINE.
           WRITE STATEMENT-FILE-LINE.

       WRITE-LOAN-ACTIVITY.
           OPEN INPUT LOAN-HISTORY-FILE.
           MOVE "N" TO WS-HIST-EOF.
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ LOAN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF LH-LOAN-ID = LN-ID
                           AND LH-DATE >= WS-START-DATE
                           AND LH-DATE <= WS-END-DATE
                           PERFORM FORMAT-AND-WRITE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-HISTORY-FILE.

       FORMAT-AND-WRITE-ACTIVITY.
           IF LH-ESCROW NOT NUMERIC
               MOVE 0 TO LH-ESCROW
           END-IF.
           MOVE LH-DATE(1:4) TO WS-YEAR.
           MOVE LH-DATE(5:2) TO WS-MONTH.
           MOVE LH-DATE(7:2) TO WS-DAY.
           MOVE LH-BALANCE TO WS-FORMATTED-BALANCE.
           MOVE SPACES TO STATEMENT-FILE-LINE.

           EVALUATE TRUE
               WHEN LH-PAID OR LH-DRAFTED
                   IF LH-PAID
                       MOVE "Payment  " TO WS-EVENT-TEXT
                   ELSE
                       MOVE "Auto Pmt " TO WS-EVENT-TEXT
                   END-IF
                   MOVE LH-PAYMENT TO WS-FORMATTED-AMOUNT
                   MOVE LH-INTEREST TO WS-FORMATTED-INTEREST
                   MOVE LH-PRINCIPAL TO WS-FORMATTED-PRINCIPAL
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-EVENT-TEXT DELIMITED BY SIZE
                          WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                          " Int " DELIMITED BY SIZE
                          WS-FORMATTED-INTEREST DELIMITED BY SIZE
                          " Prin " DELIMITED BY SIZE
                          WS-FORMATTED-PRINCIPAL DELIMITED BY SIZE
                          " Bal" DELIMITED BY SIZE
                          WS-FORMATTED-BALANCE DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
               WHEN LH-FEE-ASSESSED
                   MOVE LH-LATE-FEE TO WS-FORMATTED-AMOUNT
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " Late Fee " DELIMITED BY SIZE
                          WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                          "  Balance " DELIMITED BY SIZE
                          WS-FORMATTED-BALANCE DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
               WHEN LH-ORIGINATED
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " Loan Opened" DELIMITED BY SIZE
                          "            Balance " DELIMITED BY SIZE
                          WS-FORMATTED-BALANCE DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
               WHEN LH-WENT-PAST-DUE
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " Payment not received - loan past due"
                          DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
               WHEN LH-RELINKED
                   IF LH-PAY-ACCOUNT-ID = 0
                       STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                              " Automatic payment stopped"
                              DELIMITED BY SIZE
                              INTO STATEMENT-FILE-LINE
                   ELSE
                       STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                              " Automatic payment from account "
                              DELIMITED BY SIZE
                              LH-PAY-ACCOUNT-ID DELIMITED BY SIZE
                              INTO STATEMENT-FILE-LINE
                   END-IF
               WHEN LH-BRANCH-MOVED
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " Loan transferred to a new branch"
                          DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
               WHEN LH-ESCROW-TAX-PAID OR LH-ESCROW-INS-PAID
                   OR LH-ESCROW-REFUNDED
                   EVALUATE TRUE
                       WHEN LH-ESCROW-TAX-PAID
                           MOVE "Tax Paid " TO WS-EVENT-TEXT
                       WHEN LH-ESCROW-INS-PAID
                           MOVE "Ins Paid " TO WS-EVENT-TEXT
                       WHEN OTHER
                           MOVE "Refund   " TO WS-EVENT-TEXT
                   END-EVALUATE
                   MOVE LH-ESCROW TO WS-FORMATTED-AMOUNT
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " Escrow " DELIMITED BY SIZE
                          WS-EVENT-TEXT DELIMITED BY SIZE
                          WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
               WHEN LH-ESCROW-ANALYZED
                   MOVE LH-ESCROW TO WS-FORMATTED-AMOUNT
                   STRING WS-FORMATTED-DATE DELIMITED BY SIZE
                          " Escrow analysis - new monthly escrow "
                          DELIMITED BY SIZE
                          WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                          INTO STATEMENT-FILE-LINE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           WRITE STATEMENT-FILE-LINE.
           IF (LH-PAID OR LH-DRAFTED) AND LH-ESCROW > 0
               MOVE LH-ESCROW TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO STATEMENT-FILE-LINE
               STRING "           incl. Escrow " DELIMITED BY SIZE
                      WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                      INTO STATEMENT-FILE-LINE
               WRITE STATEMENT-FILE-LINE
           END-IF.

       GET-BORROWER-DETAILS.
           MOVE "(customer not on file)" TO WS-CUSTOMER-NAME.
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
                   MOVE SPACES TO CR-ADDRESS
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-CUSTOMER-NAME
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
