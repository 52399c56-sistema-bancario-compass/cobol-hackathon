       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID              PIC X(8).
           05 OP-PASSWORD        PIC X(8).
           05 OP-LEVEL           PIC 9(1).
               88 OP-TELLER      VALUE 1.
               88 OP-SUPERVISOR  VALUE 2.
               88 OP-ADMIN       VALUE 3.
           05 OP-STATUS          PIC X(1).
               88 OP-ACTIVE      VALUE "A".
               88 OP-DISABLED    VALUE "D".
           05 OP-TXN-LIMIT       PIC 9(6)V99.
           05 OP-CASH-LIMIT      PIC 9(8)V99.

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
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

       01 WS-OPER-ID              PIC X(8) VALUE SPACES.
       01 WS-PASSWORD             PIC X(8) VALUE SPACES.
       01 WS-LEVEL                PIC 9(1) VALUE 0.
       01 WS-TXN-LIMIT            PIC 9(6)V99 VALUE 0.
       01 WS-CASH-LIMIT           PIC 9(8)V99 VALUE 0.
       01 WS-LIMITS-OK            PIC X VALUE "N".

       01 WS-OPERATOR-TABLE.
          05 WS-OPERATOR-ENTRY OCCURS 100 TIMES INDEXED BY WS-OP-IDX.
             10 WS-OP-ID          PIC X(8).
             10 WS-OP-PASSWORD    PIC X(8).
             10 WS-OP-LEVEL       PIC 9(1).
             10 WS-OP-STATUS      PIC X(1).
             10 WS-OP-TXN-LIMIT   PIC 9(6)V99.
             10 WS-OP-CASH-LIMIT  PIC 9(8)V99.
       01 WS-OPERATOR-COUNT       PIC 9(3) VALUE 0.
       01 WS-OPERATOR-FULL        PIC X VALUE "N".

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
               DISPLAY "Operator maintenance requires supervisor "
                   "authority."
               EXIT PROGRAM
           END-IF.

           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.

           DISPLAY "L: List Operators  /  A: Add Operator  /  "
               "D: Disable Operator  /  E: Enable Operator  /  "
               "R: Re-level Operator  /  T: Set Posting Limits".
           ACCEPT WS-ACTION.

           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPERATOR-FULL = "Y"
               DISPLAY "Operator file exceeds the 100-record working "
                   "limit. Maintenance refused so no operators are "
                   "lost."
               EXIT PROGRAM
           END-IF.

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-OPERATORS
               WHEN "A"
                   PERFORM ADD-OPERATOR
               WHEN "D"
                   PERFORM DISABLE-OPERATOR
               WHEN "E"
                   PERFORM ENABLE-OPERATOR
               WHEN "R"
                   PERFORM RELEVEL-OPERATOR
               WHEN "T"
                   PERFORM SET-OPERATOR-LIMITS
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

      *    Older rows load as active with no limits.
       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE "N" TO WS-OPERATOR-FULL.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-OPERATOR-COUNT >= 100
                           MOVE "Y" TO WS-OPERATOR-FULL
                       END-IF
                       IF WS-OPERATOR-COUNT < 100
                           ADD 1 TO WS-OPERATOR-COUNT
                           SET WS-OP-IDX TO WS-OPERATOR-COUNT
                           MOVE OP-ID TO WS-OP-ID(WS-OP-IDX)
                           MOVE OP-PASSWORD
                               TO WS-OP-PASSWORD(WS-OP-IDX)
                           MOVE OP-LEVEL TO WS-OP-LEVEL(WS-OP-IDX)
                           MOVE OP-STATUS TO WS-OP-STATUS(WS-OP-IDX)
                           IF NOT OP-DISABLED
                               MOVE "A" TO WS-OP-STATUS(WS-OP-IDX)
                           END-IF
                           IF OP-TXN-LIMIT IS NUMERIC
                               MOVE OP-TXN-LIMIT
                                   TO WS-OP-TXN-LIMIT(WS-OP-IDX)
                           ELSE
                               MOVE 0 TO WS-OP-TXN-LIMIT(WS-OP-IDX)
                           END-IF
                           IF OP-CASH-LIMIT IS NUMERIC
                               MOVE OP-CASH-LIMIT
                                   TO WS-OP-CASH-LIMIT(WS-OP-IDX)
                           ELSE
                               MOVE 0 TO WS-OP-CASH-LIMIT(WS-OP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       WRITE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-FILE.
           SET WS-OP-IDX TO 1.
           PERFORM WS-OPERATOR-COUNT TIMES
               MOVE WS-OP-ID(WS-OP-IDX) TO OP-ID
               MOVE WS-OP-PASSWORD(WS-OP-IDX) TO OP-PASSWORD
               MOVE WS-OP-LEVEL(WS-OP-IDX) TO OP-LEVEL
               MOVE WS-OP-STATUS(WS-OP-IDX) TO OP-STATUS
               MOVE WS-OP-TXN-LIMIT(WS-OP-IDX) TO OP-TXN-LIMIT
               MOVE WS-OP-CASH-LIMIT(WS-OP-IDX) TO OP-CASH-LIMIT
               WRITE OPERATOR-RECORD
               SET WS-OP-IDX UP BY 1
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       FIND-OPERATOR.
           MOVE "N" TO WS-FOUND.
           SET WS-OP-IDX TO 1.
           PERFORM UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
               OR WS-FOUND = "Y"
               IF WS-OP-ID(WS-OP-IDX) = WS-OPER-ID
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-OP-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Not self, and not an operator who outranks the signer.
       SELECT-TARGET-OPERATOR.
           DISPLAY "Enter Operator ID:".
           ACCEPT WS-OPER-ID.
           PERFORM FIND-OPERATOR.
           IF WS-FOUND = "N"
               DISPLAY "Operator not on file."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPER-ID = OC-ID
               DISPLAY "Operators cannot change their own record."
               MOVE "N" TO WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-LEVEL(WS-OP-IDX) > OC-LEVEL
               DISPLAY "Operator " WS-OPER-ID " outranks you."
               MOVE "N" TO WS-FOUND
           END-IF.

      *    Only tellers must carry limits.
       ACCEPT-LIMITS.
           MOVE "N" TO WS-LIMITS-OK.
           DISPLAY "Enter Per-Transaction Limit (0 = none):".
           ACCEPT WS-TXN-LIMIT.
           DISPLAY "Enter Daily Cash-Out Limit (0 = none):".
           ACCEPT WS-CASH-LIMIT.
           IF WS-LEVEL = 1
               AND (WS-TXN-LIMIT = 0 OR WS-CASH-LIMIT = 0)
               DISPLAY "Tellers must have both a per-transaction "
                   "and a daily cash-out limit."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASH-LIMIT > 0 AND WS-TXN-LIMIT > WS-CASH-LIMIT
               DISPLAY "Per-transaction limit cannot exceed the "
                   "daily cash-out limit."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-LIMITS-OK.

       LIST-OPERATORS.
           DISPLAY "-----------------------------------".
           SET WS-OP-IDX TO 1.
           PERFORM WS-OPERATOR-COUNT TIMES
               DISPLAY WS-OP-ID(WS-OP-IDX)
                   " Level " WS-OP-LEVEL(WS-OP-IDX)
                   " Status " WS-OP-STATUS(WS-OP-IDX)
                   " Txn Limit " WS-OP-TXN-LIMIT(WS-OP-IDX)
                   " Cash Limit " WS-OP-CASH-LIMIT(WS-OP-IDX)
               SET WS-OP-IDX UP BY 1
           END-PERFORM.
           DISPLAY "-----------------------------------".
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operators on file."
           END-IF.

       ADD-OPERATOR.
           DISPLAY "Enter New Operator ID:".
           ACCEPT WS-OPER-ID.
           IF WS-OPER-ID = SPACES
               DISPLAY "Operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OPERATOR.
           IF WS-FOUND = "Y"
               DISPLAY "Operator ID already on file."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPERATOR-COUNT >= 100
               DISPLAY "Operator file is full."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Initial Password:".
           ACCEPT WS-PASSWORD.
           IF WS-PASSWORD = SPACES
               DISPLAY "A password is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Level (1 Teller, 2 Supervisor, 3 Admin):".
           ACCEPT WS-LEVEL.
           IF WS-LEVEL < 1 OR WS-LEVEL > 3
               DISPLAY "Level must be 1, 2 or 3."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEVEL > OC-LEVEL
               DISPLAY "You cannot grant a level above your own."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-LIMITS.
           IF WS-LIMITS-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OPERATOR-COUNT.
           SET WS-OP-IDX TO WS-OPERATOR-COUNT.
           MOVE WS-OPER-ID TO WS-OP-ID(WS-OP-IDX).
           MOVE WS-PASSWORD TO WS-OP-PASSWORD(WS-OP-IDX).
           MOVE WS-LEVEL TO WS-OP-LEVEL(WS-OP-IDX).
           MOVE "A" TO WS-OP-STATUS(WS-OP-IDX).
           MOVE WS-TXN-LIMIT TO WS-OP-TXN-LIMIT(WS-OP-IDX).
           MOVE WS-CASH-LIMIT TO WS-OP-CASH-LIMIT(WS-OP-IDX).
           PERFORM WRITE-OPERATOR-TABLE.

           MOVE "OPERATOR ADDED" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING WS-OPER-ID " level " WS-LEVEL " txn "
               WS-TXN-LIMIT " cash " WS-CASH-LIMIT
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Operator " WS-OPER-ID " added.".

       DISABLE-OPERATOR.
           PERFORM SELECT-TARGET-OPERATOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-STATUS(WS-OP-IDX) = "D"
               DISPLAY "Operator is already disabled."
               EXIT PARAGRAPH
           END-IF.
           MOVE "D" TO WS-OP-STATUS(WS-OP-IDX).
           PERFORM WRITE-OPERATOR-TABLE.

           MOVE "OPERATOR DISABLED" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE WS-OPER-ID TO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Operator " WS-OPER-ID " disabled. Sign-on is "
               "refused from now on.".

       ENABLE-OPERATOR.
           PERFORM SELECT-TARGET-OPERATOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-STATUS(WS-OP-IDX) = "A"
               DISPLAY "Operator is already active."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-OP-STATUS(WS-OP-IDX).
           PERFORM WRITE-OPERATOR-TABLE.

           MOVE "OPERATOR ENABLED" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE WS-OPER-ID TO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Operator " WS-OPER-ID " enabled.".

       RELEVEL-OPERATOR.
           PERFORM SELECT-TARGET-OPERATOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter new Level (current: "
               WS-OP-LEVEL(WS-OP-IDX) "):".
           ACCEPT WS-LEVEL.
           IF WS-LEVEL < 1 OR WS-LEVEL > 3
               DISPLAY "Level must be 1, 2 or 3."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEVEL > OC-LEVEL
               DISPLAY "You cannot grant a level above your own."
               EXIT PARAGRAPH
           END-IF.
           IF WS-LEVEL = 1
               AND (WS-OP-TXN-LIMIT(WS-OP-IDX) = 0
                   OR WS-OP-CASH-LIMIT(WS-OP-IDX) = 0)
               DISPLAY "Set teller limits (option T) before moving "
                   "this operator to teller level."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LEVEL TO WS-OP-LEVEL(WS-OP-IDX).
           PERFORM WRITE-OPERATOR-TABLE.

           MOVE "OPERATOR RELEVELED" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING WS-OPER-ID " level " WS-LEVEL
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Operator " WS-OPER-ID " is now level "
               WS-LEVEL ".".

       SET-OPERATOR-LIMITS.
           PERFORM SELECT-TARGET-OPERATOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current limits: per transaction "
               WS-OP-TXN-LIMIT(WS-OP-IDX) ", daily cash-out "
               WS-OP-CASH-LIMIT(WS-OP-IDX).
           MOVE WS-OP-LEVEL(WS-OP-IDX) TO WS-LEVEL.
           PERFORM ACCEPT-LIMITS.
           IF WS-LIMITS-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TXN-LIMIT TO WS-OP-TXN-LIMIT(WS-OP-IDX).
           MOVE WS-CASH-LIMIT TO WS-OP-CASH-LIMIT(WS-OP-IDX).
           PERFORM WRITE-OPERATOR-TABLE.

           MOVE "OPERATOR LIMITS SET" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING WS-OPER-ID " txn " WS-TXN-LIMIT " cash "
               WS-CASH-LIMIT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Limits updated for operator " WS-OPER-ID ".".

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "OPMAINT " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
