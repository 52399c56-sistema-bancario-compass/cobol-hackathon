       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARMGMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "SARCASE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-NOTE-FILE ASSIGN TO "SARNOTE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).
           05 BD-STATUS          PIC X(1).
               88 BD-COMPLETE    VALUE "C".
               88 BD-RUNNING     VALUE "R".
           05 BD-LAST-STEP       PIC X(8).

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
       01 WS-CASE-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-NOTE-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

       01 WS-CASE-ID              PIC 9(5) VALUE 0.
       01 WS-PICK-NUMBER          PIC 9(4) VALUE 0.
       01 WS-NOTE-ACTION          PIC X(1) VALUE SPACE.
       01 WS-NOTE-TEXT            PIC X(60) VALUE SPACES.
       01 WS-NOTE-COUNT           PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT         PIC 9(4) VALUE 0.
       01 WS-RULE-TEXT            PIC X(20) VALUE SPACES.
       01 WS-STATUS-TEXT          PIC X(10) VALUE SPACES.
       01 WS-FORMATTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.

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

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
           05 OC-ID              PIC X(8).
           05 OC-LEVEL           PIC 9(1).

       PROCEDURE DIVISION USING OPERATOR-CONTEXT.
       MAIN-PROCEDURE.
           IF OC-LEVEL < 2
               DISPLAY "Suspicious activity cases require supervisor "
                   "authority."
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.

           DISPLAY "L: List Open Cases  /  V: View Case  /  "
               "N: Add Note  /  C: Close Case  /  E: Escalate Case".
           ACCEPT WS-ACTION.

           PERFORM LOAD-CASE-TABLE.
           IF WS-CASE-FULL = "Y"
               DISPLAY "Case file exceeds the 2000-record "
                   "working limit."
               EXIT PROGRAM
           END-IF.

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-OPEN-CASES
               WHEN "V"
                   PERFORM VIEW-CASE
               WHEN "N"
                   PERFORM ADD-CASE-NOTE
               WHEN "C"
                   PERFORM CLOSE-CASE
               WHEN "E"
                   PERFORM ESCALATE-CASE
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-RUNNING
                       MOVE BD-BUSINESS-DATE TO WS-DATE
                   END-IF
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

       LOAD-CASE-TABLE.
           MOVE 0 TO WS-CASE-COUNT.
           MOVE "N" TO WS-CASE-FULL.
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
                           MOVE SA-ID TO WS-SA-ID(WS-SA-IDX)
                           MOVE SA-OPEN-DATE
                               TO WS-SA-OPEN-DATE(WS-SA-IDX)
                           MOVE SA-RULE TO WS-SA-RULE(WS-SA-IDX)
                           MOVE SA-CUST-ID TO WS-SA-CUST-ID(WS-SA-IDX)
                           MOVE SA-ACCOUNT-ID
                               TO WS-SA-ACCOUNT-ID(WS-SA-IDX)
                           MOVE SA-AMOUNT TO WS-SA-AMOUNT(WS-SA-IDX)
                           MOVE SA-TXN-COUNT
                               TO WS-SA-TXN-COUNT(WS-SA-IDX)
                           MOVE SA-WINDOW-START
                               TO WS-SA-WINDOW-START(WS-SA-IDX)
                           MOVE SA-WINDOW-END
                               TO WS-SA-WINDOW-END(WS-SA-IDX)
                           MOVE SA-DETAIL TO WS-SA-DETAIL(WS-SA-IDX)
                           MOVE SA-STATUS TO WS-SA-STATUS(WS-SA-IDX)
                           MOVE SA-STATUS-DATE
                               TO WS-SA-STATUS-DATE(WS-SA-IDX)
                           MOVE SA-OPER TO WS-SA-OPER(WS-SA-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASE-FILE.

       WRITE-CASE-TABLE.
           OPEN OUTPUT CASE-FILE.
           SET WS-SA-IDX TO 1.
           PERFORM WS-CASE-COUNT TIMES
               MOVE WS-SA-ID(WS-SA-IDX) TO SA-ID
               MOVE WS-SA-OPEN-DATE(WS-SA-IDX) TO SA-OPEN-DATE
               MOVE WS-SA-RULE(WS-SA-IDX) TO SA-RULE
               MOVE WS-SA-CUST-ID(WS-SA-IDX) TO SA-CUST-ID
               MOVE WS-SA-ACCOUNT-ID(WS-SA-IDX) TO SA-ACCOUNT-ID
               MOVE WS-SA-AMOUNT(WS-SA-IDX) TO SA-AMOUNT
               MOVE WS-SA-TXN-COUNT(WS-SA-IDX) TO SA-TXN-COUNT
               MOVE WS-SA-WINDOW-START(WS-SA-IDX) TO SA-WINDOW-START
               MOVE WS-SA-WINDOW-END(WS-SA-IDX) TO SA-WINDOW-END
               MOVE WS-SA-DETAIL(WS-SA-IDX) TO SA-DETAIL
               MOVE WS-SA-STATUS(WS-SA-IDX) TO SA-STATUS
               MOVE WS-SA-STATUS-DATE(WS-SA-IDX) TO SA-STATUS-DATE
               MOVE WS-SA-OPER(WS-SA-IDX) TO SA-OPER
               WRITE CASE-RECORD
               SET WS-SA-IDX UP BY 1
           END-PERFORM.
           CLOSE CASE-FILE.

       LIST-OPEN-CASES.
           MOVE 0 TO WS-LISTED-COUNT.
           DISPLAY "-----------------------------------".
           SET WS-SA-IDX TO 1.
           PERFORM WS-CASE-COUNT TIMES
               IF WS-SA-STATUS(WS-SA-IDX) = "O"
                   OR WS-SA-STATUS(WS-SA-IDX) = "E"
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY "Case " WS-SA-ID(WS-SA-IDX)
                       " Rule " WS-SA-RULE(WS-SA-IDX)
                       " Cust " WS-SA-CUST-ID(WS-SA-IDX)
                       " Acct " WS-SA-ACCOUNT-ID(WS-SA-IDX)
                       " Opened " WS-SA-OPEN-DATE(WS-SA-IDX)
                       " Status " WS-SA-STATUS(WS-SA-IDX)
               END-IF
               SET WS-SA-IDX UP BY 1
           END-PERFORM.
           IF WS-LISTED-COUNT = 0
               DISPLAY "No open or escalated cases."
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "Rules: S structuring, R rapid movement, "
               "D reactivated dormant account".

       FIND-CASE.
           DISPLAY "Enter Case ID:".
           ACCEPT WS-CASE-ID.
           MOVE "N" TO WS-FOUND.
           SET WS-SA-IDX TO 1.
           PERFORM UNTIL WS-SA-IDX > WS-CASE-COUNT
               OR WS-FOUND = "Y"
               IF WS-SA-ID(WS-SA-IDX) = WS-CASE-ID
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-SA-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY "Case not found."
           END-IF.

       VIEW-CASE.
           PERFORM FIND-CASE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-SA-RULE(WS-SA-IDX)
               WHEN "S"
                   MOVE "Structuring" TO WS-RULE-TEXT
               WHEN "R"
                   MOVE "Rapid movement" TO WS-RULE-TEXT
               WHEN "D"
                   MOVE "Reactivated dormant" TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE "Unknown" TO WS-RULE-TEXT
           END-EVALUATE.
           EVALUATE WS-SA-STATUS(WS-SA-IDX)
               WHEN "O"
                   MOVE "Open" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "Closed" TO WS-STATUS-TEXT
               WHEN "E"
                   MOVE "Escalated" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "Unknown" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE WS-SA-AMOUNT(WS-SA-IDX) TO WS-FORMATTED-AMOUNT.
           DISPLAY "-----------------------------------".
           DISPLAY "Case:        " WS-SA-ID(WS-SA-IDX).
           DISPLAY "Rule:        " WS-RULE-TEXT.
           DISPLAY "Customer:    " WS-SA-CUST-ID(WS-SA-IDX).
           DISPLAY "Account:     " WS-SA-ACCOUNT-ID(WS-SA-IDX).
           DISPLAY "Amount:      " WS-FORMATTED-AMOUNT.
           DISPLAY "Items:       " WS-SA-TXN-COUNT(WS-SA-IDX).
           DISPLAY "Activity:    " WS-SA-WINDOW-START(WS-SA-IDX)
               " to " WS-SA-WINDOW-END(WS-SA-IDX).
           DISPLAY "Detail:      " WS-SA-DETAIL(WS-SA-IDX).
           DISPLAY "Opened:      " WS-SA-OPEN-DATE(WS-SA-IDX).
           DISPLAY "Status:      " WS-STATUS-TEXT " "
               WS-SA-STATUS-DATE(WS-SA-IDX) " by "
               WS-SA-OPER(WS-SA-IDX).
           DISPLAY "-----------------------------------".
           DISPLAY "Notes:".
           PERFORM DISPLAY-CASE-NOTES.
           DISPLAY "-----------------------------------".

       DISPLAY-CASE-NOTES.
           MOVE 0 TO WS-NOTE-COUNT.
           OPEN INPUT CASE-NOTE-FILE.
           IF WS-NOTE-FILE-STATUS = "35"
               DISPLAY "  (no notes on file)"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CASE-NOTE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SN-CASE-ID = WS-SA-ID(WS-SA-IDX)
                           ADD 1 TO WS-NOTE-COUNT
                           DISPLAY "  " SN-DATE " " SN-TIME " "
                               SN-OPER " " SN-ACTION " " SN-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASE-NOTE-FILE.
           IF WS-NOTE-COUNT = 0
               DISPLAY "  (no notes on file)"
           END-IF.

       ADD-CASE-NOTE.
           PERFORM FIND-CASE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-NOTE-TEXT.
           IF WS-NOTE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-NOTE-ACTION.
           PERFORM APPEND-CASE-NOTE.
           MOVE "SAR CASE NOTE" TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.
           DISPLAY "Note added to case " WS-SA-ID(WS-SA-IDX) ".".

      *    Escalated cases close only at administrator level.
       CLOSE-CASE.
           PERFORM FIND-CASE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SA-STATUS(WS-SA-IDX) = "C"
               DISPLAY "Case is already closed."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SA-STATUS(WS-SA-IDX) = "E" AND OC-LEVEL < 3
               DISPLAY "Closing an escalated case requires "
                   "administrator authority."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-NOTE-TEXT.
           IF WS-NOTE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO WS-SA-STATUS(WS-SA-IDX).
           MOVE WS-DATE TO WS-SA-STATUS-DATE(WS-SA-IDX).
           MOVE OC-ID TO WS-SA-OPER(WS-SA-IDX).
           SET WS-PICK-NUMBER TO WS-SA-IDX.
           PERFORM WRITE-CASE-TABLE.
           SET WS-SA-IDX TO WS-PICK-NUMBER.
           MOVE "C" TO WS-NOTE-ACTION.
           PERFORM APPEND-CASE-NOTE.
           MOVE "SAR CASE CLOSED" TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.
           DISPLAY "Case " WS-SA-ID(WS-SA-IDX) " closed.".

       ESCALATE-CASE.
           PERFORM FIND-CASE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SA-STATUS(WS-SA-IDX) NOT = "O"
               DISPLAY "Only an open case can be escalated."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-NOTE-TEXT.
           IF WS-NOTE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "E" TO WS-SA-STATUS(WS-SA-IDX).
           MOVE WS-DATE TO WS-SA-STATUS-DATE(WS-SA-IDX).
           MOVE OC-ID TO WS-SA-OPER(WS-SA-IDX).
           SET WS-PICK-NUMBER TO WS-SA-IDX.
           PERFORM WRITE-CASE-TABLE.
           SET WS-SA-IDX TO WS-PICK-NUMBER.
           MOVE "E" TO WS-NOTE-ACTION.
           PERFORM APPEND-CASE-NOTE.
           MOVE "SAR CASE ESCALATED" TO WS-AUDIT-ACTION.
           PERFORM RECORD-CASE-AUDIT.
           DISPLAY "Case " WS-SA-ID(WS-SA-IDX) " escalated.".

       ACCEPT-NOTE-TEXT.
           DISPLAY "Enter note (up to 60 characters):".
           MOVE SPACES TO WS-NOTE-TEXT.
           ACCEPT WS-NOTE-TEXT.
           IF WS-NOTE-TEXT = SPACES
               DISPLAY "A note is required. Nothing changed."
           END-IF.

       APPEND-CASE-NOTE.
           OPEN EXTEND CASE-NOTE-FILE.
           IF WS-NOTE-FILE-STATUS = "35"
               OPEN OUTPUT CASE-NOTE-FILE
           END-IF.
           MOVE WS-SA-ID(WS-SA-IDX) TO SN-CASE-ID.
           MOVE WS-DATE TO SN-DATE.
           MOVE WS-TIME TO SN-TIME.
           MOVE OC-ID TO SN-OPER.
           MOVE WS-NOTE-ACTION TO SN-ACTION.
           MOVE WS-NOTE-TEXT TO SN-TEXT.
           WRITE CASE-NOTE-RECORD.
           CLOSE CASE-NOTE-FILE.

       RECORD-CASE-AUDIT.
           IF WS-SA-ACCOUNT-ID(WS-SA-IDX) NOT = 0
               MOVE WS-SA-ACCOUNT-ID(WS-SA-IDX) TO WS-AUDIT-KEY-ID
           ELSE
               MOVE WS-SA-CUST-ID(WS-SA-IDX) TO WS-AUDIT-KEY-ID
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Case " WS-SA-ID(WS-SA-IDX) " " WS-NOTE-TEXT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "SARMGMT " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
