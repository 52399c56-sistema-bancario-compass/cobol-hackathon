       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PD-CODE            PIC X(4).
           05 PD-NAME            PIC X(30).
           05 PD-BASE-TYPE       PIC X(1).
           05 PD-STATUS          PIC X(1).
           05 PD-MIN-OPEN-DEPOSIT PIC 9(6)V99.
           05 PD-OVERDRAFT-OK    PIC X(1).
           05 PD-PIN-OK          PIC X(1).
           05 PD-JOINT-OK        PIC X(1).
           05 PD-CD-TERMS-OK     PIC X(1).
           05 PD-DEFAULT-ALERT   PIC 9(6)V99.
           05 PD-RATE-KEY        PIC X(1).
           05 PD-FEE-KEY         PIC X(1).

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
       01 WS-PRODCAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ACTION               PIC X.
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-FOUND                PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).

       01 WS-CODE                 PIC X(4) VALUE SPACES.
       01 WS-NAME                 PIC X(30) VALUE SPACES.
       01 WS-BASE-TYPE            PIC X(1) VALUE SPACE.
       01 WS-MIN-OPEN-DEPOSIT     PIC 9(6)V99 VALUE 0.
       01 WS-OVERDRAFT-OK         PIC X(1) VALUE "N".
       01 WS-PIN-OK               PIC X(1) VALUE "Y".
       01 WS-JOINT-OK             PIC X(1) VALUE "Y".
       01 WS-CD-TERMS-OK          PIC X(1) VALUE "N".
       01 WS-DEFAULT-ALERT        PIC 9(6)V99 VALUE 0.
       01 WS-RATE-KEY             PIC X(1) VALUE SPACE.
       01 WS-FEE-KEY              PIC X(1) VALUE SPACE.
       01 WS-LISTED-COUNT         PIC 9(2) VALUE 0.
       01 WS-DISPLAY-MIN          PIC ZZZ,ZZ9.99.
       01 WS-DISPLAY-ALERT        PIC ZZZ,ZZ9.99.

       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 50 TIMES INDEXED BY WS-PD-IDX.
             10 WS-PD-CODE        PIC X(4).
             10 WS-PD-NAME        PIC X(30).
             10 WS-PD-BASE-TYPE   PIC X(1).
             10 WS-PD-STATUS      PIC X(1).
             10 WS-PD-MIN-OPEN    PIC 9(6)V99.
             10 WS-PD-OVERDRAFT-OK PIC X(1).
             10 WS-PD-PIN-OK      PIC X(1).
             10 WS-PD-JOINT-OK    PIC X(1).
             10 WS-PD-CD-TERMS-OK PIC X(1).
             10 WS-PD-DEFAULT-ALERT PIC 9(6)V99.
             10 WS-PD-RATE-KEY    PIC X(1).
             10 WS-PD-FEE-KEY     PIC X(1).
       01 WS-PRODUCT-COUNT        PIC 9(2) VALUE 0.

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

           DISPLAY "L: List Products  /  A: Add or Update Product  /  "
               "W: Withdraw or Reinstate Product".
           ACCEPT WS-ACTION.

           PERFORM ENSURE-PRODUCT-FILE.
           PERFORM LOAD-PRODUCT-TABLE.

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-PRODUCTS
               WHEN "A"
                   PERFORM ADD-OR-UPDATE-PRODUCT
               WHEN "W"
                   PERFORM WITHDRAW-OR-REINSTATE
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.

           EXIT PROGRAM.

      *    Seeds one product per account type.
       ENSURE-PRODUCT-FILE.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-FILE-STATUS = "00"
               CLOSE PRODUCT-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRODUCT-FILE.
           MOVE "SAV" TO PD-CODE.
           MOVE "Savings" TO PD-NAME.
           MOVE "S" TO PD-BASE-TYPE.
           MOVE "A" TO PD-STATUS.
           MOVE 0 TO PD-MIN-OPEN-DEPOSIT.
           MOVE "N" TO PD-OVERDRAFT-OK.
           MOVE "Y" TO PD-PIN-OK.
           MOVE "Y" TO PD-JOINT-OK.
           MOVE "N" TO PD-CD-TERMS-OK.
           MOVE 0 TO PD-DEFAULT-ALERT.
           MOVE "S" TO PD-RATE-KEY.
           MOVE "S" TO PD-FEE-KEY.
           WRITE PRODUCT-RECORD.
           MOVE "CHK" TO PD-CODE.
           MOVE "Checking" TO PD-NAME.
           MOVE "C" TO PD-BASE-TYPE.
           MOVE "Y" TO PD-OVERDRAFT-OK.
           MOVE "C" TO PD-RATE-KEY.
           MOVE "C" TO PD-FEE-KEY.
           WRITE PRODUCT-RECORD.
           MOVE "BUS" TO PD-CODE.
           MOVE "Business Checking" TO PD-NAME.
           MOVE "B" TO PD-BASE-TYPE.
           MOVE "B" TO PD-RATE-KEY.
           MOVE "B" TO PD-FEE-KEY.
           WRITE PRODUCT-RECORD.
           MOVE "CD" TO PD-CODE.
           MOVE "Certificate of Deposit" TO PD-NAME.
           MOVE "D" TO PD-BASE-TYPE.
           MOVE "N" TO PD-OVERDRAFT-OK.
           MOVE "Y" TO PD-CD-TERMS-OK.
           MOVE "D" TO PD-RATE-KEY.
           MOVE "D" TO PD-FEE-KEY.
           WRITE PRODUCT-RECORD.
           CLOSE PRODUCT-FILE.
           DISPLAY "Product catalog (PRODCAT.dat) created with the "
               "standard products.".

       LOAD-PRODUCT-TABLE.
           MOVE 0 TO WS-PRODUCT-COUNT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODCAT-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PRODUCT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 50
                           ADD 1 TO WS-PRODUCT-COUNT
                           SET WS-PD-IDX TO WS-PRODUCT-COUNT
                           MOVE PD-CODE TO WS-PD-CODE(WS-PD-IDX)
                           MOVE PD-NAME TO WS-PD-NAME(WS-PD-IDX)
                           MOVE PD-BASE-TYPE
                               TO WS-PD-BASE-TYPE(WS-PD-IDX)
                           MOVE PD-STATUS TO WS-PD-STATUS(WS-PD-IDX)
                           MOVE PD-MIN-OPEN-DEPOSIT
                               TO WS-PD-MIN-OPEN(WS-PD-IDX)
                           MOVE PD-OVERDRAFT-OK
                               TO WS-PD-OVERDRAFT-OK(WS-PD-IDX)
                           MOVE PD-PIN-OK TO WS-PD-PIN-OK(WS-PD-IDX)
                           MOVE PD-JOINT-OK
                               TO WS-PD-JOINT-OK(WS-PD-IDX)
                           MOVE PD-CD-TERMS-OK
                               TO WS-PD-CD-TERMS-OK(WS-PD-IDX)
                           MOVE PD-DEFAULT-ALERT
                               TO WS-PD-DEFAULT-ALERT(WS-PD-IDX)
                           MOVE PD-RATE-KEY
                               TO WS-PD-RATE-KEY(WS-PD-IDX)
                           MOVE PD-FEE-KEY TO WS-PD-FEE-KEY(WS-PD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-FILE.

       WRITE-PRODUCT-TABLE.
           OPEN OUTPUT PRODUCT-FILE.
           SET WS-PD-IDX TO 1.
           PERFORM WS-PRODUCT-COUNT TIMES
               MOVE WS-PD-CODE(WS-PD-IDX) TO PD-CODE
               MOVE WS-PD-NAME(WS-PD-IDX) TO PD-NAME
               MOVE WS-PD-BASE-TYPE(WS-PD-IDX) TO PD-BASE-TYPE
               MOVE WS-PD-STATUS(WS-PD-IDX) TO PD-STATUS
               MOVE WS-PD-MIN-OPEN(WS-PD-IDX) TO PD-MIN-OPEN-DEPOSIT
               MOVE WS-PD-OVERDRAFT-OK(WS-PD-IDX) TO PD-OVERDRAFT-OK
               MOVE WS-PD-PIN-OK(WS-PD-IDX) TO PD-PIN-OK
               MOVE WS-PD-JOINT-OK(WS-PD-IDX) TO PD-JOINT-OK
               MOVE WS-PD-CD-TERMS-OK(WS-PD-IDX) TO PD-CD-TERMS-OK
               MOVE WS-PD-DEFAULT-ALERT(WS-PD-IDX) TO PD-DEFAULT-ALERT
               MOVE WS-PD-RATE-KEY(WS-PD-IDX) TO PD-RATE-KEY
               MOVE WS-PD-FEE-KEY(WS-PD-IDX) TO PD-FEE-KEY
               WRITE PRODUCT-RECORD
               SET WS-PD-IDX UP BY 1
           END-PERFORM.
           CLOSE PRODUCT-FILE.

       LIST-PRODUCTS.
           IF WS-PRODUCT-COUNT = 0
               DISPLAY "Product catalog is empty."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "-----------------------------------".
           DISPLAY "Flags: O overdraft, P PIN, J joint owner, "
               "T CD terms".
           MOVE 0 TO WS-LISTED-COUNT.
           SET WS-PD-IDX TO 1.
           PERFORM WS-PRODUCT-COUNT TIMES
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-PD-MIN-OPEN(WS-PD-IDX) TO WS-DISPLAY-MIN
               MOVE WS-PD-DEFAULT-ALERT(WS-PD-IDX) TO WS-DISPLAY-ALERT
               DISPLAY WS-LISTED-COUNT " " WS-PD-CODE(WS-PD-IDX)
                   " " WS-PD-NAME(WS-PD-IDX)
                   " Type " WS-PD-BASE-TYPE(WS-PD-IDX)
                   " Status " WS-PD-STATUS(WS-PD-IDX)
               DISPLAY "     Min open " WS-DISPLAY-MIN
                   "  O" WS-PD-OVERDRAFT-OK(WS-PD-IDX)
                   " P" WS-PD-PIN-OK(WS-PD-IDX)
                   " J" WS-PD-JOINT-OK(WS-PD-IDX)
                   " T" WS-PD-CD-TERMS-OK(WS-PD-IDX)
                   "  Alert " WS-DISPLAY-ALERT
                   "  Rate key " WS-PD-RATE-KEY(WS-PD-IDX)
                   "  Fee key " WS-PD-FEE-KEY(WS-PD-IDX)
               SET WS-PD-IDX UP BY 1
           END-PERFORM.
           DISPLAY "-----------------------------------".
           DISPLAY "Products on file: " WS-PRODUCT-COUNT.

       ADD-OR-UPDATE-PRODUCT.
           IF OC-LEVEL < 2
               DISPLAY "Maintaining the product catalog requires "
                   "supervisor authority."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Product Code (up to 4 characters):".
           ACCEPT WS-CODE.
           IF WS-CODE = SPACES
               DISPLAY "Product code is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRODUCT.

           DISPLAY "Enter Product Name:".
           ACCEPT WS-NAME.
           IF WS-NAME = SPACES
               DISPLAY "Product name is required."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Base Account Type (S: Savings  /  "
               "C: Checking  /  B: Business Checking  /  D: CD):".
           ACCEPT WS-BASE-TYPE.
           IF WS-BASE-TYPE NOT = "S" AND WS-BASE-TYPE NOT = "C"
               AND WS-BASE-TYPE NOT = "B" AND WS-BASE-TYPE NOT = "D"
               DISPLAY "Invalid base account type."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND = "Y"
               AND WS-BASE-TYPE NOT = WS-PD-BASE-TYPE(WS-PD-IDX)
               DISPLAY "Accounts already opened under " WS-CODE
                   " carry base type " WS-PD-BASE-TYPE(WS-PD-IDX)
                   ". Set up a new product code instead."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Minimum Opening Deposit (0 for none):".
           ACCEPT WS-MIN-OPEN-DEPOSIT.

           MOVE "N" TO WS-OVERDRAFT-OK.
           IF WS-BASE-TYPE = "C" OR WS-BASE-TYPE = "B"
               DISPLAY "Overdraft limit allowed? (Y/N):"
               ACCEPT WS-OVERDRAFT-OK
               IF WS-OVERDRAFT-OK NOT = "Y"
                   MOVE "N" TO WS-OVERDRAFT-OK
               END-IF
           END-IF.
           DISPLAY "PIN allowed? (Y/N):".
           ACCEPT WS-PIN-OK.
           IF WS-PIN-OK NOT = "N"
               MOVE "Y" TO WS-PIN-OK
           END-IF.
           DISPLAY "Joint owner allowed? (Y/N):".
           ACCEPT WS-JOINT-OK.
           IF WS-JOINT-OK NOT = "N"
               MOVE "Y" TO WS-JOINT-OK
           END-IF.
      *    Only CD products take CD terms.
           IF WS-BASE-TYPE = "D"
               MOVE "Y" TO WS-CD-TERMS-OK
           ELSE
               MOVE "N" TO WS-CD-TERMS-OK
           END-IF.

           DISPLAY "Enter Default Low-Balance Alert Threshold (0 for "
               "none):".
           ACCEPT WS-DEFAULT-ALERT.
           DISPLAY "Enter Rate Table Key (RATES.dat account type, "
               "blank for " WS-BASE-TYPE "):".
           ACCEPT WS-RATE-KEY.
           IF WS-RATE-KEY = SPACE
               MOVE WS-BASE-TYPE TO WS-RATE-KEY
           END-IF.
           DISPLAY "Enter Fee Schedule Key (FEESCHED.dat account "
               "type, blank for " WS-BASE-TYPE "):".
           ACCEPT WS-FEE-KEY.
           IF WS-FEE-KEY = SPACE
               MOVE WS-BASE-TYPE TO WS-FEE-KEY
           END-IF.

           IF WS-FOUND = "N"
               IF WS-PRODUCT-COUNT >= 50
                   DISPLAY "Product catalog is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PRODUCT-COUNT
               SET WS-PD-IDX TO WS-PRODUCT-COUNT
               MOVE "A" TO WS-PD-STATUS(WS-PD-IDX)
           END-IF.
           MOVE WS-CODE TO WS-PD-CODE(WS-PD-IDX).
           MOVE WS-NAME TO WS-PD-NAME(WS-PD-IDX).
           MOVE WS-BASE-TYPE TO WS-PD-BASE-TYPE(WS-PD-IDX).
           MOVE WS-MIN-OPEN-DEPOSIT TO WS-PD-MIN-OPEN(WS-PD-IDX).
           MOVE WS-OVERDRAFT-OK TO WS-PD-OVERDRAFT-OK(WS-PD-IDX).
           MOVE WS-PIN-OK TO WS-PD-PIN-OK(WS-PD-IDX).
           MOVE WS-JOINT-OK TO WS-PD-JOINT-OK(WS-PD-IDX).
           MOVE WS-CD-TERMS-OK TO WS-PD-CD-TERMS-OK(WS-PD-IDX).
           MOVE WS-DEFAULT-ALERT TO WS-PD-DEFAULT-ALERT(WS-PD-IDX).
           MOVE WS-RATE-KEY TO WS-PD-RATE-KEY(WS-PD-IDX).
           MOVE WS-FEE-KEY TO WS-PD-FEE-KEY(WS-PD-IDX).
           PERFORM WRITE-PRODUCT-TABLE.

           MOVE "PRODUCT UPDATED" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           MOVE WS-MIN-OPEN-DEPOSIT TO WS-DISPLAY-MIN.
           STRING "Product " WS-CODE " type " WS-BASE-TYPE
               " min " WS-DISPLAY-MIN " opt " WS-OVERDRAFT-OK
               WS-PIN-OK WS-JOINT-OK WS-CD-TERMS-OK
               " key " WS-RATE-KEY WS-FEE-KEY
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Product saved.".

      *    Products are withdrawn, never removed.
       WITHDRAW-OR-REINSTATE.
           IF OC-LEVEL < 2
               DISPLAY "Maintaining the product catalog requires "
                   "supervisor authority."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Product Code:".
           ACCEPT WS-CODE.
           PERFORM FIND-PRODUCT.
           IF WS-FOUND = "N"
               DISPLAY "Product not on file."
               EXIT PARAGRAPH
           END-IF.

           IF WS-PD-STATUS(WS-PD-IDX) = "W"
               MOVE "A" TO WS-PD-STATUS(WS-PD-IDX)
               MOVE "PRODUCT REINSTATED" TO WS-AUDIT-ACTION
               DISPLAY "Product " WS-CODE " is open for sale again."
           ELSE
               MOVE "W" TO WS-PD-STATUS(WS-PD-IDX)
               MOVE "PRODUCT WITHDRAWN" TO WS-AUDIT-ACTION
               DISPLAY "Product " WS-CODE " withdrawn. Existing "
                   "accounts keep their terms."
           END-IF.
           PERFORM WRITE-PRODUCT-TABLE.

           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Product " WS-CODE " " WS-PD-NAME(WS-PD-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

       FIND-PRODUCT.
           MOVE "N" TO WS-FOUND.
           SET WS-PD-IDX TO 1.
           PERFORM UNTIL WS-PD-IDX > WS-PRODUCT-COUNT
               OR WS-FOUND = "Y"
               IF WS-PD-CODE(WS-PD-IDX) = WS-CODE
                   MOVE "Y" TO WS-FOUND
               ELSE
                   SET WS-PD-IDX UP BY 1
               END-IF
           END-PERFORM.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "PRODMNT" TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE OC-ID TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
