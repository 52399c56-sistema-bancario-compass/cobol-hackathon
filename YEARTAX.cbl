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
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
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
           05 AC-LAST-INT-DATE   PIC 9(8).
           05 AC-BRANCH          PIC 9(3).
           05 AC-ALERT-THRESHOLD PIC 9(6)V99.
           05 AC-ODP-ACCOUNT-ID  PIC 9(6).
           05 AC-REACTIVATED-DATE PIC 9(8).
           05 AC-CUSTODIAN-ID    PIC 9(5).
           05 AC-PRODUCT-CODE    PIC X(4).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
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
       01 WS-TAX-YEAR             PIC 9(4) VALUE 0.
       01 WS-TAX-YEAR-X           PIC X(4) VALUE SPACES.
       01 WS-WORK-CUST-ID         PIC 9(5) VALUE 0.
       01 WS-WORK-CUSTODIAN-ID    PIC 9(5) VALUE 0.
       01 WS-CUSTODIAN-NAME       PIC X(30) VALUE SPACES.
       01 WS-WORK-AMOUNT          PIC 9(6)V99 VALUE 0.
       01 WS-WORK-TYPE            PIC X(1) VALUE SPACE.
       01 WS-WORK-ACCOUNT-ID      PIC 9(6) VALUE 0.
       01 WS-WORK-DATE            PIC 9(8) VALUE 0.
       01 WS-FORMATTED-AMOUNT     PIC ZZZ,ZZ9.99.
       01 WS-STMTS-WRITTEN        PIC 9(5) VALUE 0.
       01 WS-BELOW-MINIMUM        PIC 9(5) VALUE 0.
       01 WS-GRAND-TOTAL          PIC 9(10)V99 VALUE 0.
       01 WS-GRAND-WITHHELD       PIC 9(10)V99 VALUE 0.
       01 WS-MISSING-TIN          PIC 9(5) VALUE 0.
       01 WS-TXNS-SWEPT           PIC 9(7) VALUE 0.

       01 WS-ACCOUNT-MAP.
          05 WS-MAP-ENTRY OCCURS 1000 TIMES INDEXED BY WS-MP-IDX.
             10 WS-MP-ACCOUNT-ID  PIC 9(6).
             10 WS-MP-CUST-ID     PIC 9(5).
             10 WS-MP-CUSTODIAN-ID PIC 9(5).
       01 WS-MAP-COUNT            PIC 9(4) VALUE 0.
       01 WS-MAP-FULL             PIC X VALUE "N".

          05 WS-CUST-ENTRY OCCURS 500 TIMES INDEXED BY WS-CU-IDX.
             10 WS-CU-CUST-ID     PIC 9(5).
             10 WS-CU-INTEREST    PIC 9(8)V99.
             10 WS-CU-WITHHELD    PIC 9(8)V99.
             10 WS-CU-CUSTODIAN-ID PIC 9(5).
       01 WS-CUST-COUNT           PIC 9(3) VALUE 0.
       01 WS-CUST-FULL            PIC X VALUE "N".

           DISPLAY "Customers under reporting minimum: "
               WS-BELOW-MINIMUM.
           DISPLAY "Total interest reported: " WS-GRAND-TOTAL.
           DISPLAY "Total backup withholding reported: "
               WS-GRAND-WITHHELD.
           DISPLAY "Statements without a TIN on file: "
               WS-MISSING-TIN.
           DISPLAY "Statements written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".
           GOBACK.
                           MOVE AC-ID TO WS-MP-ACCOUNT-ID(WS-MP-IDX)
                           MOVE AC-CUST-ID
                               TO WS-MP-CUST-ID(WS-MP-IDX)
                           MOVE AC-CUSTODIAN-ID
                               TO WS-MP-CUSTODIAN-ID(WS-MP-IDX)
                       END-IF
               END-READ
           END-PERFORM.
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (TR-INTEREST OR TR-WITHHOLDING)
                           AND TR-DATE(1:4) = WS-TAX-YEAR-X
                           MOVE TR-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID
                           MOVE TR-AMOUNT TO WS-WORK-AMOUNT
                           MOVE TR-TYPE TO WS-WORK-TYPE
                           PERFORM ACCUMULATE-INTEREST
                       END-IF
               END-READ
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (TA-TYPE = "I" OR TA-TYPE = "T")
                           AND TA-DATE(1:4) = WS-TAX-YEAR-X
                           MOVE TA-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID
                           MOVE TA-AMOUNT TO WS-WORK-AMOUNT
                           MOVE TA-TYPE TO WS-WORK-TYPE
                           PERFORM ACCUMULATE-INTEREST
                       END-IF
               END-READ
               IF WS-MP-ACCOUNT-ID(WS-MP-IDX) = WS-WORK-ACCOUNT-ID
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-MP-CUST-ID(WS-MP-IDX) TO WS-WORK-CUST-ID
                   MOVE WS-MP-CUSTODIAN-ID(WS-MP-IDX)
                       TO WS-WORK-CUSTODIAN-ID
               ELSE
                   SET WS-MP-IDX UP BY 1
               END-IF
           END-PERFORM.

      *    Custodial interest is reported under the minor.
       ADD-CUSTOMER-INTEREST.
           MOVE "N" TO WS-FOUND.
           SET WS-CU-IDX TO 1.
               SET WS-CU-IDX TO WS-CUST-COUNT
               MOVE WS-WORK-CUST-ID TO WS-CU-CUST-ID(WS-CU-IDX)
               MOVE 0 TO WS-CU-INTEREST(WS-CU-IDX)
               MOVE 0 TO WS-CU-WITHHELD(WS-CU-IDX)
               MOVE 0 TO WS-CU-CUSTODIAN-ID(WS-CU-IDX)
           END-IF.
           IF WS-WORK-TYPE = "T"
               ADD WS-WORK-AMOUNT TO WS-CU-WITHHELD(WS-CU-IDX)
           ELSE
               ADD WS-WORK-AMOUNT TO WS-CU-INTEREST(WS-CU-IDX)
           END-IF.
           IF WS-WORK-CUSTODIAN-ID NOT = 0
               MOVE WS-WORK-CUSTODIAN-ID
                   TO WS-CU-CUSTODIAN-ID(WS-CU-IDX)
           END-IF.

       WRITE-TAX-STATEMENTS.
           OPEN OUTPUT TAX-REPORT-FILE.
           SET WS-CU-IDX TO 1.
           PERFORM WS-CUST-COUNT TIMES
               IF WS-CU-INTEREST(WS-CU-IDX) < WS-MIN-REPORT-AMOUNT
                   AND WS-CU-WITHHELD(WS-CU-IDX) = 0
                   ADD 1 TO WS-BELOW-MINIMUM
                   ADD WS-CU-INTEREST(WS-CU-IDX) TO WS-GRAND-TOTAL
               ELSE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE WS-GRAND-WITHHELD TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Total federal tax withheld: " DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE "===================================" TO
               TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           PERFORM REGISTER-SPOOL-ENTRY.

       WRITE-ONE-STATEMENT.
           IF WS-CU-CUSTODIAN-ID(WS-CU-IDX) NOT = 0
               PERFORM GET-CUSTODIAN-NAME
           END-IF.
           PERFORM GET-CUSTOMER-DETAILS.
           MOVE "-----------------------------------" TO
               TAX-REPORT-LINE.
                  CR-NAME DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           IF CR-TIN = SPACES
               STRING "Recipient TIN: NOT ON FILE" DELIMITED BY SIZE
                      INTO TAX-REPORT-LINE
               ADD 1 TO WS-MISSING-TIN
           ELSE
               STRING "Recipient TIN: " DELIMITED BY SIZE
                      CR-TIN DELIMITED BY SIZE
                      "  Type " DELIMITED BY SIZE
                      CR-TIN-TYPE DELIMITED BY SIZE
                      INTO TAX-REPORT-LINE
           END-IF.
           WRITE TAX-REPORT-LINE.
           IF WS-CU-CUSTODIAN-ID(WS-CU-IDX) NOT = 0
               MOVE SPACES TO TAX-REPORT-LINE
               STRING "c/o " DELIMITED BY SIZE
                      WS-CUSTODIAN-NAME DELIMITED BY SIZE
                      " Custodian (UTMA)" DELIMITED BY SIZE
                      INTO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
           END-IF.
           MOVE CR-ADDRESS TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           MOVE WS-CU-WITHHELD(WS-CU-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Box 4 Federal Income Tax Withheld: "
                  DELIMITED BY SIZE
                  WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.
           ADD 1 TO WS-STMTS-WRITTEN.
           ADD WS-CU-INTEREST(WS-CU-IDX) TO WS-GRAND-TOTAL.
           ADD WS-CU-WITHHELD(WS-CU-IDX) TO WS-GRAND-WITHHELD.

       GET-CUSTOMER-DETAILS.
           MOVE "(customer not on file)" TO CR-NAME.
           MOVE SPACES TO CR-TIN.
           MOVE SPACE TO CR-TIN-TYPE.
           MOVE SPACES TO CR-ADDRESS.
           MOVE SPACES TO CR-CITY.
           MOVE SPACES TO CR-STATE.
           END-READ.
           CLOSE CUSTOMER-FILE.

       GET-CUSTODIAN-NAME.
           MOVE "(custodian not on file)" TO WS-CUSTODIAN-NAME.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CU-CUSTODIAN-ID(WS-CU-IDX) TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-NAME TO WS-CUSTODIAN-NAME
           END-READ.
           CLOSE CUSTOMER-FILE.

       REGISTER-SPOOL-ENTRY.
           OPEN EXTEND SPOOL-CATALOG-FILE.
           IF WS-SPOOLCAT-FILE-STATUS = "35"
