       IDENTIFICATION DIVISION.
       PROGRAM-ID. HHMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHLD.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSEHOLD-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-ID
           ALTERNATE RECORD KEY IS CR-EMAIL
           FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HH-ID              PIC 9(5).
           05 HH-CUST-ID         PIC 9(5).
           05 HH-ROLE            PIC X(1).
               88 HH-HEAD        VALUE "H".
               88 HH-MEMBER      VALUE "M".
           05 HH-NAME            PIC X(30).
           05 HH-ADDED-DATE      PIC 9(8).

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
       01 WS-HOUSEHOLD-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CUSTOMER-OK          PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

       01 WS-HOUSEHOLD-ID         PIC 9(5) VALUE 0.
       01 WS-CUST-ID              PIC 9(5) VALUE 0.
       01 WS-HOUSEHOLD-NAME       PIC X(30) VALUE SPACES.
       01 WS-CUST-NAME            PIC X(30) VALUE SPACES.
       01 WS-NEXT-HOUSEHOLD-ID    PIC 9(5) VALUE 1.
       01 WS-MEMBER-COUNT         PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT         PIC 9(4) VALUE 0.
       01 WS-REMOVED-ROLE         PIC X VALUE SPACE.
       01 WS-ROLE-TEXT            PIC X(6) VALUE SPACES.

       01 WS-HOUSEHOLD-TABLE.
          05 WS-HOUSEHOLD-ENTRY OCCURS 1000 TIMES
                INDEXED BY WS-HH-IDX WS-HH-SCAN.
             10 WS-HH-ID          PIC 9(5).
             10 WS-HH-CUST-ID     PIC 9(5).
             10 WS-HH-ROLE        PIC X(1).
             10 WS-HH-NAME        PIC X(30).
             10 WS-HH-ADDED-DATE  PIC 9(8).
       01 WS-HOUSEHOLD-COUNT      PIC 9(4) VALUE 0.
       01 WS-HOUSEHOLD-FULL       PIC X VALUE "N".
       01 WS-KEEP-COUNT           PIC 9(4) VALUE 0.
       01 WS-KEEP-IDX             PIC 9(4) VALUE 0.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       LINKAGE SECTION.
       01 OPERATOR-CONTEXT.
           05 OC-ID              PIC X(8).
           05 OC-LEVEL           PIC 9(1).

       PROCEDURE DIVISION USING OPERATOR-CONTEXT.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.

           DISPLAY "L: List Households  /  V: View Household  /  "
               "C: Create Household  /  A: Add Member  /  "
               "R: Remove Member  /  N: Rename Household".
           ACCEPT WS-ACTION.

           PERFORM LOAD-HOUSEHOLD-TABLE.
           IF WS-HOUSEHOLD-FULL = "Y"
               DISPLAY "Household file exceeds the 1000-record "
                   "working limit. Maintenance refused so no "
                   "members are lost."
               EXIT PROGRAM
           END-IF.

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-HOUSEHOLDS
               WHEN "V"
                   PERFORM VIEW-HOUSEHOLD
               WHEN "C"
                   PERFORM CREATE-HOUSEHOLD
               WHEN "A"
                   PERFORM ADD-MEMBER
               WHEN "R"
                   PERFORM REMOVE-MEMBER
               WHEN "N"
                   PERFORM RENAME-HOUSEHOLD
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

       LOAD-HOUSEHOLD-TABLE.
           MOVE 0 TO WS-HOUSEHOLD-COUNT.
           MOVE "N" TO WS-HOUSEHOLD-FULL.
           MOVE 1 TO WS-NEXT-HOUSEHOLD-ID.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-HOUSEHOLD-COUNT >= 1000
                           MOVE "Y" TO WS-HOUSEHOLD-FULL
                       END-IF
                       IF WS-HOUSEHOLD-COUNT < 1000
                           ADD 1 TO WS-HOUSEHOLD-COUNT
                           SET WS-HH-IDX TO WS-HOUSEHOLD-COUNT
                           MOVE HH-ID TO WS-HH-ID(WS-HH-IDX)
                           MOVE HH-CUST-ID
                               TO WS-HH-CUST-ID(WS-HH-IDX)
                           MOVE HH-ROLE TO WS-HH-ROLE(WS-HH-IDX)
                           MOVE HH-NAME TO WS-HH-NAME(WS-HH-IDX)
                           MOVE HH-ADDED-DATE
                               TO WS-HH-ADDED-DATE(WS-HH-IDX)
                       END-IF
                       IF HH-ID >= WS-NEXT-HOUSEHOLD-ID
                           COMPUTE WS-NEXT-HOUSEHOLD-ID = HH-ID + 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

       WRITE-HOUSEHOLD-TABLE.
           OPEN OUTPUT HOUSEHOLD-FILE.
           SET WS-HH-IDX TO 1.
           PERFORM WS-HOUSEHOLD-COUNT TIMES
               MOVE WS-HH-ID(WS-HH-IDX) TO HH-ID
               MOVE WS-HH-CUST-ID(WS-HH-IDX) TO HH-CUST-ID
               MOVE WS-HH-ROLE(WS-HH-IDX) TO HH-ROLE
               MOVE WS-HH-NAME(WS-HH-IDX) TO HH-NAME
               MOVE WS-HH-ADDED-DATE(WS-HH-IDX) TO HH-ADDED-DATE
               WRITE HOUSEHOLD-RECORD
               SET WS-HH-IDX UP BY 1
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

      *    WS-CUSTOMER-OK is Y only for an active customer on file.
       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-OK.
           MOVE SPACES TO WS-CUST-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(customer not on file)" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-CUST-NAME
                   IF CR-ACTIVE
                       MOVE "Y" TO WS-CUSTOMER-OK
                   END-IF
           END-READ.
           CLOSE CUSTOMER-FILE.

       FIND-CUSTOMER-HOUSEHOLD.
           MOVE "N" TO WS-FOUND.
           SET WS-HH-IDX TO 1.
           PERFORM UNTIL WS-HH-IDX > WS-HOUSEHOLD-COUNT
               OR WS-FOUND = "Y"
               IF WS-HH-CUST-ID(WS-HH-IDX) = WS-CUST-ID
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-HH-IDX UP BY 1
               END-IF
           END-PERFORM.

       FIND-HOUSEHOLD.
           MOVE "N" TO WS-FOUND.
           SET WS-HH-IDX TO 1.
           PERFORM UNTIL WS-HH-IDX > WS-HOUSEHOLD-COUNT
               OR WS-FOUND = "Y"
               IF WS-HH-ID(WS-HH-IDX) = WS-HOUSEHOLD-ID
                   AND WS-HH-ROLE(WS-HH-IDX) = "H"
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-HH-IDX UP BY 1
               END-IF
           END-PERFORM.

       COUNT-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT.
           SET WS-HH-SCAN TO 1.
           PERFORM WS-HOUSEHOLD-COUNT TIMES
               IF WS-HH-ID(WS-HH-SCAN) = WS-HOUSEHOLD-ID
                   ADD 1 TO WS-MEMBER-COUNT
               END-IF
               SET WS-HH-SCAN UP BY 1
           END-PERFORM.

       CHECK-SUPERVISOR.
           MOVE "Y" TO WS-FOUND.
           IF OC-LEVEL < 2
               DISPLAY "Household maintenance requires supervisor "
                   "authority."
               MOVE "N" TO WS-FOUND
           END-IF.

       LIST-HOUSEHOLDS.
           MOVE 0 TO WS-LISTED-COUNT.
           DISPLAY "-----------------------------------".
           SET WS-HH-IDX TO 1.
           PERFORM WS-HOUSEHOLD-COUNT TIMES
               IF WS-HH-ROLE(WS-HH-IDX) = "H"
                   MOVE WS-HH-ID(WS-HH-IDX) TO WS-HOUSEHOLD-ID
                   PERFORM COUNT-MEMBERS
                   DISPLAY "Household " WS-HH-ID(WS-HH-IDX)
                       " " WS-HH-NAME(WS-HH-IDX)
                       " Head " WS-HH-CUST-ID(WS-HH-IDX)
                       " Members " WS-MEMBER-COUNT
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
               SET WS-HH-IDX UP BY 1
           END-PERFORM.
           DISPLAY "-----------------------------------".
           IF WS-LISTED-COUNT = 0
               DISPLAY "No households on file."
           END-IF.

       VIEW-HOUSEHOLD.
           DISPLAY "Enter Household ID:".
           ACCEPT WS-HOUSEHOLD-ID.
           PERFORM FIND-HOUSEHOLD.
           IF WS-FOUND = "N"
               DISPLAY "Household not on file."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "-----------------------------------".
           DISPLAY "Household " WS-HOUSEHOLD-ID " "
               WS-HH-NAME(WS-HH-IDX).
           DISPLAY "-----------------------------------".
           SET WS-HH-IDX TO 1.
           PERFORM WS-HOUSEHOLD-COUNT TIMES
               IF WS-HH-ID(WS-HH-IDX) = WS-HOUSEHOLD-ID
                   MOVE WS-HH-CUST-ID(WS-HH-IDX) TO WS-CUST-ID
                   PERFORM LOOKUP-CUSTOMER
                   IF WS-HH-ROLE(WS-HH-IDX) = "H"
                       MOVE "Head  " TO WS-ROLE-TEXT
                   ELSE
                       MOVE "Member" TO WS-ROLE-TEXT
                   END-IF
                   DISPLAY "Customer " WS-CUST-ID " " WS-ROLE-TEXT
                       " " WS-CUST-NAME
                       " Added " WS-HH-ADDED-DATE(WS-HH-IDX)
               END-IF
               SET WS-HH-IDX UP BY 1
           END-PERFORM.
           DISPLAY "-----------------------------------".

       CREATE-HOUSEHOLD.
           PERFORM CHECK-SUPERVISOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-HOUSEHOLD-COUNT >= 1000
               DISPLAY "Household file is full."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Head of Household Customer ID:".
           ACCEPT WS-CUST-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-OK = "N"
               DISPLAY "Customer not found or inactive."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CUSTOMER-HOUSEHOLD.
           IF WS-FOUND = "Y"
               DISPLAY "Customer already belongs to household "
                   WS-HH-ID(WS-HH-IDX) "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Household Name:".
           ACCEPT WS-HOUSEHOLD-NAME.
           IF WS-HOUSEHOLD-NAME = SPACES
               DISPLAY "Household name is required."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEXT-HOUSEHOLD-ID TO WS-HOUSEHOLD-ID.
           ADD 1 TO WS-HOUSEHOLD-COUNT.
           SET WS-HH-IDX TO WS-HOUSEHOLD-COUNT.
           MOVE WS-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-IDX).
           MOVE WS-CUST-ID TO WS-HH-CUST-ID(WS-HH-IDX).
           MOVE "H" TO WS-HH-ROLE(WS-HH-IDX).
           MOVE WS-HOUSEHOLD-NAME TO WS-HH-NAME(WS-HH-IDX).
           MOVE WS-DATE TO WS-HH-ADDED-DATE(WS-HH-IDX).
           PERFORM WRITE-HOUSEHOLD-TABLE.

           MOVE "HOUSEHOLD CREATED" TO WS-AUDIT-ACTION.
           MOVE WS-HOUSEHOLD-ID TO WS-AUDIT-KEY-ID.
           STRING "Head " WS-CUST-ID " " WS-HOUSEHOLD-NAME
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Household " WS-HOUSEHOLD-ID " created.".

       ADD-MEMBER.
           PERFORM CHECK-SUPERVISOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Household ID:".
           ACCEPT WS-HOUSEHOLD-ID.
           PERFORM FIND-HOUSEHOLD.
           IF WS-FOUND = "N"
               DISPLAY "Household not on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HH-NAME(WS-HH-IDX) TO WS-HOUSEHOLD-NAME.
           IF WS-HOUSEHOLD-COUNT >= 1000
               DISPLAY "Household file is full."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Member Customer ID:".
           ACCEPT WS-CUST-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF WS-CUSTOMER-OK = "N"
               DISPLAY "Customer not found or inactive."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CUSTOMER-HOUSEHOLD.
           IF WS-FOUND = "Y"
               DISPLAY "Customer already belongs to household "
                   WS-HH-ID(WS-HH-IDX) "."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HOUSEHOLD-COUNT.
           SET WS-HH-IDX TO WS-HOUSEHOLD-COUNT.
           MOVE WS-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-IDX).
           MOVE WS-CUST-ID TO WS-HH-CUST-ID(WS-HH-IDX).
           MOVE "M" TO WS-HH-ROLE(WS-HH-IDX).
           MOVE WS-HOUSEHOLD-NAME TO WS-HH-NAME(WS-HH-IDX).
           MOVE WS-DATE TO WS-HH-ADDED-DATE(WS-HH-IDX).
           PERFORM WRITE-HOUSEHOLD-TABLE.

           MOVE "HOUSEHOLD MEMBER ADD" TO WS-AUDIT-ACTION.
           MOVE WS-HOUSEHOLD-ID TO WS-AUDIT-KEY-ID.
           STRING "Customer " WS-CUST-ID " " WS-CUST-NAME
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Customer " WS-CUST-ID " added to household "
               WS-HOUSEHOLD-ID ".".

      *    The next member becomes head when the head leaves.
       REMOVE-MEMBER.
           PERFORM CHECK-SUPERVISOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Household ID:".
           ACCEPT WS-HOUSEHOLD-ID.
           DISPLAY "Enter Member Customer ID:".
           ACCEPT WS-CUST-ID.
           PERFORM FIND-CUSTOMER-HOUSEHOLD.
           IF WS-FOUND = "N"
               DISPLAY "Customer is not in that household."
               EXIT PARAGRAPH
           END-IF.
           IF WS-HH-ID(WS-HH-IDX) NOT = WS-HOUSEHOLD-ID
               DISPLAY "Customer is not in that household."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HH-ROLE(WS-HH-IDX) TO WS-REMOVED-ROLE.

           MOVE 0 TO WS-KEEP-COUNT.
           SET WS-HH-IDX TO 1.
           PERFORM WS-HOUSEHOLD-COUNT TIMES
               IF WS-HH-CUST-ID(WS-HH-IDX) = WS-CUST-ID
                   CONTINUE
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-KEEP-COUNT TO WS-KEEP-IDX
                   MOVE WS-HOUSEHOLD-ENTRY(WS-HH-IDX)
                       TO WS-HOUSEHOLD-ENTRY(WS-KEEP-IDX)
               END-IF
               SET WS-HH-IDX UP BY 1
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO WS-HOUSEHOLD-COUNT.

           IF WS-REMOVED-ROLE = "H"
               MOVE "N" TO WS-FOUND
               SET WS-HH-IDX TO 1
               PERFORM UNTIL WS-HH-IDX > WS-HOUSEHOLD-COUNT
                   OR WS-FOUND = "Y"
                   IF WS-HH-ID(WS-HH-IDX) = WS-HOUSEHOLD-ID
                       MOVE "H" TO WS-HH-ROLE(WS-HH-IDX)
                       MOVE "Y" TO WS-FOUND
                       DISPLAY "Customer " WS-HH-CUST-ID(WS-HH-IDX)
                           " is now head of household."
                   ELSE
                       SET WS-HH-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM WRITE-HOUSEHOLD-TABLE.

           MOVE "HOUSEHOLD MEMBER DEL" TO WS-AUDIT-ACTION.
           MOVE WS-HOUSEHOLD-ID TO WS-AUDIT-KEY-ID.
           STRING "Customer " WS-CUST-ID " role " WS-REMOVED-ROLE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Customer " WS-CUST-ID " removed from household "
               WS-HOUSEHOLD-ID ".".
           PERFORM COUNT-MEMBERS.
           IF WS-MEMBER-COUNT = 0
               DISPLAY "Household " WS-HOUSEHOLD-ID
                   " has no members left and is dissolved."
           END-IF.

       RENAME-HOUSEHOLD.
           PERFORM CHECK-SUPERVISOR.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Household ID:".
           ACCEPT WS-HOUSEHOLD-ID.
           PERFORM FIND-HOUSEHOLD.
           IF WS-FOUND = "N"
               DISPLAY "Household not on file."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter new Household Name (current: "
               WS-HH-NAME(WS-HH-IDX) "):".
           ACCEPT WS-HOUSEHOLD-NAME.
           IF WS-HOUSEHOLD-NAME = SPACES
               DISPLAY "Household name is required."
               EXIT PARAGRAPH
           END-IF.

           SET WS-HH-IDX TO 1.
           PERFORM WS-HOUSEHOLD-COUNT TIMES
               IF WS-HH-ID(WS-HH-IDX) = WS-HOUSEHOLD-ID
                   MOVE WS-HOUSEHOLD-NAME TO WS-HH-NAME(WS-HH-IDX)
               END-IF
               SET WS-HH-IDX UP BY 1
           END-PERFORM.
           PERFORM WRITE-HOUSEHOLD-TABLE.

           MOVE "HOUSEHOLD RENAMED" TO WS-AUDIT-ACTION.
           MOVE WS-HOUSEHOLD-ID TO WS-AUDIT-KEY-ID.
           MOVE WS-HOUSEHOLD-NAME TO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Household " WS-HOUSEHOLD-ID " renamed.".

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "HHMAINT " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
