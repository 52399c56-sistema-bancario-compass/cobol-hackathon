           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.dat"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IA-ACCOUNT-ID
           FILE STATUS IS WS-ACCRUAL-FILE-STATUS.
           SELECT GL-ACCRUAL-CONTROL-FILE ASSIGN TO "GLACCR.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLACCR-FILE-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFFCHK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OFFCHK-FILE-STATUS.
           SELECT GL-OFFICIAL-CONTROL-FILE ASSIGN TO "GLOFCK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLOFCK-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT GL-SUSPENSE-CONTROL-FILE ASSIGN TO "GLSUSP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLSUSP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
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

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
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

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
               88 ES-ATTENTION   VALUE "A".
           05 ES-DETAIL          PIC X(60).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 IA-ACCOUNT-ID      PIC 9(6).
           05 IA-ACCRUED         PIC 9(6)V9(6).
           05 IA-LAST-ACCRUAL-DATE PIC 9(8).
           05 IA-LAST-PAID-DATE  PIC 9(8).
           05 IA-LAST-PAID-AMOUNT PIC 9(6)V99.

       FD GL-ACCRUAL-CONTROL-FILE.
       01 GL-ACCRUAL-CONTROL-RECORD.
           05 GR-LIABILITY       PIC 9(8)V99.
           05 GR-POST-DATE       PIC 9(8).

       FD OFFICIAL-CHECK-FILE.
       01 OFFICIAL-CHECK-RECORD.
           05 OK-NUMBER          PIC 9(6).
           05 OK-ISSUE-DATE      PIC 9(8).
           05 OK-AMOUNT          PIC 9(6)V99.
           05 OK-PAYEE           PIC X(30).
           05 OK-PURCHASER       PIC X(30).
           05 OK-CUST-ID         PIC 9(5).
           05 OK-FUNDING         PIC X(1).
               88 OK-FROM-ACCOUNT VALUE "A".
               88 OK-FROM-CASH   VALUE "C".
           05 OK-ACCOUNT-ID      PIC 9(6).
           05 OK-BRANCH          PIC 9(3).
           05 OK-OPERATOR        PIC X(8).
           05 OK-STATUS          PIC X(1).
               88 OK-OUTSTANDING VALUE "O".
               88 OK-PAID        VALUE "P".
               88 OK-ESCHEATED   VALUE "E".
           05 OK-STATUS-DATE     PIC 9(8).

       FD GL-OFFICIAL-CONTROL-FILE.
       01 GL-OFFICIAL-CONTROL-RECORD.
           05 GO-LIABILITY       PIC 9(8)V99.
           05 GO-POST-DATE       PIC 9(8).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-ID              PIC 9(6).
           05 SU-OPEN-DATE       PIC 9(8).
           05 SU-SOURCE          PIC X(8).
           05 SU-CLASS           PIC X(1).
               88 SU-CLEARING    VALUE "C".
               88 SU-MEMO        VALUE "M".
           05 SU-DIRECTION       PIC X(1).
               88 SU-FUNDS-HELD  VALUE "+".
               88 SU-FUNDS-OWED  VALUE "-".
           05 SU-ACCOUNT-ID      PIC 9(6).
           05 SU-FROM-ACCOUNT    PIC 9(6).
           05 SU-AMOUNT          PIC 9(6)V99.
           05 SU-REASON          PIC X(35).
           05 SU-REFERENCE       PIC X(17).
           05 SU-STATUS          PIC X(1).
               88 SU-OPEN        VALUE "O".
               88 SU-POSTED      VALUE "P".
               88 SU-RETURNED    VALUE "R".
               88 SU-WRITTEN-OFF VALUE "W".
           05 SU-STATUS-DATE     PIC 9(8).
           05 SU-OPERATOR        PIC X(8).

       FD GL-SUSPENSE-CONTROL-FILE.
       01 GL-SUSPENSE-CONTROL-RECORD.
           05 GS-BALANCE         PIC S9(8)V99.
           05 GS-RECOVERED       PIC 9(8)V99.
           05 GS-LOSSES          PIC 9(8)V99.
           05 GS-POST-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EODSTAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ES-FLAG          PIC X(1) VALUE "P".
       01 WS-LOAN-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-LOAN-COUNT          PIC 9(5) VALUE 0.
       01 WS-LOAN-BALANCE        PIC S9(10)V99 VALUE 0.
       01 WS-ESCROW-HELD         PIC S9(10)V99 VALUE 0.
       01 WS-NET-POSITION        PIC S9(10)V99 VALUE 0.
       01 WS-BUSDATE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOD-MODE            PIC X VALUE "N".
          05 FILLER              PIC X(2) VALUE "E-".
          05 FILLER              PIC X(2) VALUE "E+".
          05 FILLER              PIC X(2) VALUE "L+".
          05 FILLER              PIC X(2) VALUE "T-".
       01 WS-COMBO-LIST REDEFINES WS-COMBO-TABLE.
          05 WS-COMBO-ENTRY OCCURS 13 TIMES INDEXED BY WS-CB-IDX.
             10 WS-CB-TR-TYPE     PIC X(1).
             10 WS-CB-DIRECTION   PIC X(1).
       01 WS-RUN-NUMBER          PIC 9(6) VALUE 0.
       01 WS-BRANCH-FOUND        PIC X VALUE "N".
       01 WS-WORK-BRANCH         PIC 9(3) VALUE 0.

       01 WS-ACCRUAL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GLACCR-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ACCRUAL-ACCOUNTS    PIC 9(6) VALUE 0.
       01 WS-ACCRUED-EXACT       PIC 9(8)V9(6) VALUE 0.
       01 WS-ACCRUED-LIABILITY   PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-LIABILITY     PIC 9(8)V99 VALUE 0.
       01 WS-ACCRUAL-CHANGE      PIC S9(8)V99 VALUE 0.
       01 WS-ACCRUAL-POSTED      PIC 9(8)V99 VALUE 0.

       01 WS-OFFCHK-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-GLOFCK-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-OFFICIAL-COUNT      PIC 9(6) VALUE 0.
       01 WS-OFFICIAL-LIABILITY  PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-OFFICIAL      PIC 9(8)V99 VALUE 0.
       01 WS-OFFICIAL-CHANGE     PIC S9(8)V99 VALUE 0.
       01 WS-OFFICIAL-POSTED     PIC 9(8)V99 VALUE 0.

       01 WS-SUSPENSE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GLSUSP-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SUSPENSE-COUNT      PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-BALANCE    PIC S9(8)V99 VALUE 0.
       01 WS-SUSPENSE-RECOVERED  PIC 9(8)V99 VALUE 0.
       01 WS-SUSPENSE-LOSSES     PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-SUSPENSE      PIC S9(8)V99 VALUE 0.
       01 WS-PRIOR-RECOVERED     PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-LOSSES        PIC 9(8)V99 VALUE 0.
       01 WS-SUSPENSE-CHANGE     PIC S9(8)V99 VALUE 0.
       01 WS-RECOVERY-CHANGE     PIC S9(8)V99 VALUE 0.
       01 WS-LOSS-CHANGE         PIC S9(8)V99 VALUE 0.
       01 WS-SUSPENSE-ENTRY      PIC S9(8)V99 VALUE 0.
       01 WS-SUSPENSE-POSTED     PIC 9(8)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM VALIDATE-CHART-COVERAGE.
           PERFORM LOAD-BRANCH-NAMES.
           PERFORM POST-JOURNAL-ENTRIES.
           PERFORM POST-ACCRUED-INTEREST.
           PERFORM POST-OFFICIAL-CHECKS.
           PERFORM POST-SUSPENSE-ITEMS.
           PERFORM SUMMARIZE-DAILY-ACTIVITY.
           PERFORM SUMMARIZE-LEDGER-BALANCES.
           PERFORM SUMMARIZE-LOAN-BALANCES.
           END-PERFORM.
           CLOSE GL-CHART-FILE.
           PERFORM ENSURE-CHARGEOFF-MAPPING.
           PERFORM ENSURE-ACCRUAL-MAPPING.
           PERFORM ENSURE-OFFICIAL-CHECK-MAPPING.
           PERFORM ENSURE-WITHHOLDING-MAPPING.
           PERFORM ENSURE-SUSPENSE-MAPPING.
           PERFORM ENSURE-SUSPENSE-RECOVERY-MAPPING.
           PERFORM ENSURE-SUSPENSE-LOSS-MAPPING.

       ENSURE-CHARGEOFF-MAPPING.
           MOVE "L" TO WS-CHECK-TR-TYPE.
           DISPLAY "Charge-off mapping added to the chart of "
               "accounts.".

       ENSURE-ACCRUAL-MAPPING.
           MOVE "A" TO WS-CHECK-TR-TYPE.
           MOVE SPACE TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF WS-CHART-FOUND = "Y" OR WS-CHART-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHART-COUNT.
           SET WS-CH-IDX TO WS-CHART-COUNT.
           MOVE "A" TO WS-CH-TR-TYPE(WS-CH-IDX).
           MOVE SPACE TO WS-CH-DIRECTION(WS-CH-IDX).
           MOVE "5010" TO WS-CH-DR-ACCOUNT(WS-CH-IDX).
           MOVE "2050" TO WS-CH-CR-ACCOUNT(WS-CH-IDX).
           MOVE "Accrued interest payable"
               TO WS-CH-DESCRIPTION(WS-CH-IDX).
           OPEN EXTEND GL-CHART-FILE.
           MOVE "A" TO GA-TR-TYPE.
           MOVE SPACE TO GA-TR-DIRECTION.
           MOVE "5010" TO GA-DR-ACCOUNT.
           MOVE "2050" TO GA-CR-ACCOUNT.
           MOVE "Accrued interest payable" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           CLOSE GL-CHART-FILE.
           DISPLAY "Interest accrual mapping added to the chart of "
               "accounts.".

       ENSURE-OFFICIAL-CHECK-MAPPING.
           MOVE "O" TO WS-CHECK-TR-TYPE.
           MOVE SPACE TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF WS-CHART-FOUND = "Y" OR WS-CHART-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHART-COUNT.
           SET WS-CH-IDX TO WS-CHART-COUNT.
           MOVE "O" TO WS-CH-TR-TYPE(WS-CH-IDX).
           MOVE SPACE TO WS-CH-DIRECTION(WS-CH-IDX).
           MOVE "1010" TO WS-CH-DR-ACCOUNT(WS-CH-IDX).
           MOVE "2060" TO WS-CH-CR-ACCOUNT(WS-CH-IDX).
           MOVE "Official checks outstanding"
               TO WS-CH-DESCRIPTION(WS-CH-IDX).
           OPEN EXTEND GL-CHART-FILE.
           MOVE "O" TO GA-TR-TYPE.
           MOVE SPACE TO GA-TR-DIRECTION.
           MOVE "1010" TO GA-DR-ACCOUNT.
           MOVE "2060" TO GA-CR-ACCOUNT.
           MOVE "Official checks outstanding" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           CLOSE GL-CHART-FILE.
           DISPLAY "Official check mapping added to the chart of "
               "accounts.".

       ENSURE-WITHHOLDING-MAPPING.
           MOVE "T" TO WS-CHECK-TR-TYPE.
           MOVE "-" TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF WS-CHART-FOUND = "Y" OR WS-CHART-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHART-COUNT.
           SET WS-CH-IDX TO WS-CHART-COUNT.
           MOVE "T" TO WS-CH-TR-TYPE(WS-CH-IDX).
           MOVE "-" TO WS-CH-DIRECTION(WS-CH-IDX).
           MOVE "2010" TO WS-CH-DR-ACCOUNT(WS-CH-IDX).
           MOVE "2070" TO WS-CH-CR-ACCOUNT(WS-CH-IDX).
           MOVE "Backup withholding payable"
               TO WS-CH-DESCRIPTION(WS-CH-IDX).
           OPEN EXTEND GL-CHART-FILE.
           MOVE "T" TO GA-TR-TYPE.
           MOVE "-" TO GA-TR-DIRECTION.
           MOVE "2010" TO GA-DR-ACCOUNT.
           MOVE "2070" TO GA-CR-ACCOUNT.
           MOVE "Backup withholding payable" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           CLOSE GL-CHART-FILE.
           DISPLAY "Backup withholding mapping added to the chart of "
               "accounts.".

      *    Settled but unposted items, carried against settlement.
       ENSURE-SUSPENSE-MAPPING.
           MOVE "S" TO WS-CHECK-TR-TYPE.
           MOVE SPACE TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF (WS-CHART-FOUND = "Y"
               AND WS-CH-DIRECTION(WS-CH-IDX) = WS-CHECK-DIRECTION)
               OR WS-CHART-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHART-COUNT.
           SET WS-CH-IDX TO WS-CHART-COUNT.
           MOVE "S" TO WS-CH-TR-TYPE(WS-CH-IDX).
           MOVE SPACE TO WS-CH-DIRECTION(WS-CH-IDX).
           MOVE "1010" TO WS-CH-DR-ACCOUNT(WS-CH-IDX).
           MOVE "2080" TO WS-CH-CR-ACCOUNT(WS-CH-IDX).
           MOVE "Suspense - unposted items"
               TO WS-CH-DESCRIPTION(WS-CH-IDX).
           OPEN EXTEND GL-CHART-FILE.
           MOVE "S" TO GA-TR-TYPE.
           MOVE SPACE TO GA-TR-DIRECTION.
           MOVE "1010" TO GA-DR-ACCOUNT.
           MOVE "2080" TO GA-CR-ACCOUNT.
           MOVE "Suspense - unposted items" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           CLOSE GL-CHART-FILE.
           DISPLAY "Suspense mapping added to the chart of "
               "accounts.".

       ENSURE-SUSPENSE-RECOVERY-MAPPING.
           MOVE "S" TO WS-CHECK-TR-TYPE.
           MOVE "+" TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF (WS-CHART-FOUND = "Y"
               AND WS-CH-DIRECTION(WS-CH-IDX) = WS-CHECK-DIRECTION)
               OR WS-CHART-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHART-COUNT.
           SET WS-CH-IDX TO WS-CHART-COUNT.
           MOVE "S" TO WS-CH-TR-TYPE(WS-CH-IDX).
           MOVE "+" TO WS-CH-DIRECTION(WS-CH-IDX).
           MOVE "1010" TO WS-CH-DR-ACCOUNT(WS-CH-IDX).
           MOVE "4030" TO WS-CH-CR-ACCOUNT(WS-CH-IDX).
           MOVE "Suspense write-off recoveries"
               TO WS-CH-DESCRIPTION(WS-CH-IDX).
           OPEN EXTEND GL-CHART-FILE.
           MOVE "S" TO GA-TR-TYPE.
           MOVE "+" TO GA-TR-DIRECTION.
           MOVE "1010" TO GA-DR-ACCOUNT.
           MOVE "4030" TO GA-CR-ACCOUNT.
           MOVE "Suspense write-off recoveries" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           CLOSE GL-CHART-FILE.
           DISPLAY "Suspense recovery mapping added to the chart of "
               "accounts.".

       ENSURE-SUSPENSE-LOSS-MAPPING.
           MOVE "S" TO WS-CHECK-TR-TYPE.
           MOVE "-" TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF (WS-CHART-FOUND = "Y"
               AND WS-CH-DIRECTION(WS-CH-IDX) = WS-CHECK-DIRECTION)
               OR WS-CHART-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHART-COUNT.
           SET WS-CH-IDX TO WS-CHART-COUNT.
           MOVE "S" TO WS-CH-TR-TYPE(WS-CH-IDX).
           MOVE "-" TO WS-CH-DIRECTION(WS-CH-IDX).
           MOVE "5030" TO WS-CH-DR-ACCOUNT(WS-CH-IDX).
           MOVE "1010" TO WS-CH-CR-ACCOUNT(WS-CH-IDX).
           MOVE "Suspense write-off losses"
               TO WS-CH-DESCRIPTION(WS-CH-IDX).
           OPEN EXTEND GL-CHART-FILE.
           MOVE "S" TO GA-TR-TYPE.
           MOVE "-" TO GA-TR-DIRECTION.
           MOVE "5030" TO GA-DR-ACCOUNT.
           MOVE "1010" TO GA-CR-ACCOUNT.
           MOVE "Suspense write-off losses" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           CLOSE GL-CHART-FILE.
           DISPLAY "Suspense loss mapping added to the chart of "
               "accounts.".

       ENSURE-CHART-FILE.
           OPEN INPUT GL-CHART-FILE.
           IF WS-GLCHART-FILE-STATUS = "00"
           MOVE "2010" TO GA-CR-ACCOUNT.
           MOVE "Overdraft charge-offs" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           MOVE "A" TO GA-TR-TYPE.
           MOVE SPACE TO GA-TR-DIRECTION.
           MOVE "5010" TO GA-DR-ACCOUNT.
           MOVE "2050" TO GA-CR-ACCOUNT.
           MOVE "Accrued interest payable" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           MOVE "O" TO GA-TR-TYPE.
           MOVE SPACE TO GA-TR-DIRECTION.
           MOVE "1010" TO GA-DR-ACCOUNT.
           MOVE "2060" TO GA-CR-ACCOUNT.
           MOVE "Official checks outstanding" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           MOVE "T" TO GA-TR-TYPE.
           MOVE "-" TO GA-TR-DIRECTION.
           MOVE "2010" TO GA-DR-ACCOUNT.
           MOVE "2070" TO GA-CR-ACCOUNT.
           MOVE "Backup withholding payable" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           MOVE "S" TO GA-TR-TYPE.
           MOVE SPACE TO GA-TR-DIRECTION.
           MOVE "1010" TO GA-DR-ACCOUNT.
           MOVE "2080" TO GA-CR-ACCOUNT.
           MOVE "Suspense - unposted items" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           MOVE "S" TO GA-TR-TYPE.
           MOVE "+" TO GA-TR-DIRECTION.
           MOVE "1010" TO GA-DR-ACCOUNT.
           MOVE "4030" TO GA-CR-ACCOUNT.
           MOVE "Suspense write-off recoveries" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           MOVE "S" TO GA-TR-TYPE.
           MOVE "-" TO GA-TR-DIRECTION.
           MOVE "5030" TO GA-DR-ACCOUNT.
           MOVE "1010" TO GA-CR-ACCOUNT.
           MOVE "Suspense write-off losses" TO GA-DESCRIPTION.
           WRITE GL-CHART-RECORD.
           CLOSE GL-CHART-FILE.
           DISPLAY "Chart of accounts (GLCHART.dat) created with "
               "the standard mappings.".
       VALIDATE-CHART-COVERAGE.
           MOVE "Y" TO WS-CHART-OK.
           SET WS-CB-IDX TO 1.
           PERFORM 13 TIMES
               MOVE WS-CB-TR-TYPE(WS-CB-IDX) TO WS-CHECK-TR-TYPE
               MOVE WS-CB-DIRECTION(WS-CB-IDX) TO WS-CHECK-DIRECTION
               PERFORM FIND-CHART-ENTRY
           ADD 1 TO WS-JRNL-TXNS.
           MOVE "Y" TO TR-POSTED-FLAG.

      *    Trues up accrued interest payable against GLACCR.dat.
       POST-ACCRUED-INTEREST.
           PERFORM SUMMARIZE-ACCRUED-INTEREST.
           PERFORM READ-ACCRUAL-CONTROL.
           COMPUTE WS-ACCRUAL-CHANGE =
               WS-ACCRUED-LIABILITY - WS-PRIOR-LIABILITY.
           IF WS-ACCRUAL-CHANGE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-CHECK-TR-TYPE.
           MOVE SPACE TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF WS-CHART-FOUND = "N"
               DISPLAY "No chart-of-accounts mapping for interest "
                   "accrual (type A). Accrued interest not posted."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCRUAL-CHANGE > 0
               MOVE WS-CH-DR-ACCOUNT(WS-CH-IDX) TO WS-GL-DR-ACCOUNT
               MOVE WS-CH-CR-ACCOUNT(WS-CH-IDX) TO WS-GL-CR-ACCOUNT
               MOVE WS-ACCRUAL-CHANGE TO WS-ACCRUAL-POSTED
           ELSE
               MOVE WS-CH-CR-ACCOUNT(WS-CH-IDX) TO WS-GL-DR-ACCOUNT
               MOVE WS-CH-DR-ACCOUNT(WS-CH-IDX) TO WS-GL-CR-ACCOUNT
               COMPUTE WS-ACCRUAL-POSTED = 0 - WS-ACCRUAL-CHANGE
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           MOVE WS-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE 0 TO GJ-TR-ID.
           MOVE WS-GL-DR-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE "D" TO GJ-DR-CR.
           MOVE WS-ACCRUAL-POSTED TO GJ-AMOUNT.
           MOVE WS-POSTING-DATE TO GJ-POST-DATE.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-ACCRUAL-POSTED TO WS-RUN-DEBITS.
           ADD 1 TO WS-JRNL-ENTRIES.

           MOVE WS-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE 0 TO GJ-TR-ID.
           MOVE WS-GL-CR-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE "C" TO GJ-DR-CR.
           MOVE WS-ACCRUAL-POSTED TO GJ-AMOUNT.
           MOVE WS-POSTING-DATE TO GJ-POST-DATE.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-ACCRUAL-POSTED TO WS-RUN-CREDITS.
           ADD 1 TO WS-JRNL-ENTRIES.
           CLOSE GL-JOURNAL-FILE.

           PERFORM WRITE-ACCRUAL-CONTROL.

       SUMMARIZE-ACCRUED-INTEREST.
           MOVE 0 TO WS-ACCRUAL-ACCOUNTS.
           MOVE 0 TO WS-ACCRUED-EXACT.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-FILE-STATUS NOT = "00"
               CLOSE ACCRUAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCRUAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IA-ACCRUED > 0
                           ADD 1 TO WS-ACCRUAL-ACCOUNTS
                           ADD IA-ACCRUED TO WS-ACCRUED-EXACT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCRUAL-FILE.
           COMPUTE WS-ACCRUED-LIABILITY ROUNDED = WS-ACCRUED-EXACT.

       READ-ACCRUAL-CONTROL.
           MOVE 0 TO WS-PRIOR-LIABILITY.
           OPEN INPUT GL-ACCRUAL-CONTROL-FILE.
           IF WS-GLACCR-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ GL-ACCRUAL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GR-LIABILITY TO WS-PRIOR-LIABILITY
           END-READ.
           CLOSE GL-ACCRUAL-CONTROL-FILE.

       WRITE-ACCRUAL-CONTROL.
           OPEN OUTPUT GL-ACCRUAL-CONTROL-FILE.
           MOVE WS-ACCRUED-LIABILITY TO GR-LIABILITY.
           MOVE WS-POSTING-DATE TO GR-POST-DATE.
           WRITE GL-ACCRUAL-CONTROL-RECORD.
           CLOSE GL-ACCRUAL-CONTROL-FILE.

      *    Trues up checks outstanding against GLOFCK.dat.
       POST-OFFICIAL-CHECKS.
           PERFORM SUMMARIZE-OFFICIAL-CHECKS.
           PERFORM READ-OFFICIAL-CONTROL.
           COMPUTE WS-OFFICIAL-CHANGE =
               WS-OFFICIAL-LIABILITY - WS-PRIOR-OFFICIAL.
           IF WS-OFFICIAL-CHANGE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-CHECK-TR-TYPE.
           MOVE SPACE TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF WS-CHART-FOUND = "N"
               DISPLAY "No chart-of-accounts mapping for official "
                   "checks (type O). Official checks not posted."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OFFICIAL-CHANGE > 0
               MOVE WS-CH-DR-ACCOUNT(WS-CH-IDX) TO WS-GL-DR-ACCOUNT
               MOVE WS-CH-CR-ACCOUNT(WS-CH-IDX) TO WS-GL-CR-ACCOUNT
               MOVE WS-OFFICIAL-CHANGE TO WS-OFFICIAL-POSTED
           ELSE
               MOVE WS-CH-CR-ACCOUNT(WS-CH-IDX) TO WS-GL-DR-ACCOUNT
               MOVE WS-CH-DR-ACCOUNT(WS-CH-IDX) TO WS-GL-CR-ACCOUNT
               COMPUTE WS-OFFICIAL-POSTED = 0 - WS-OFFICIAL-CHANGE
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           MOVE WS-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE 0 TO GJ-TR-ID.
           MOVE WS-GL-DR-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE "D" TO GJ-DR-CR.
           MOVE WS-OFFICIAL-POSTED TO GJ-AMOUNT.
           MOVE WS-POSTING-DATE TO GJ-POST-DATE.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-OFFICIAL-POSTED TO WS-RUN-DEBITS.
           ADD 1 TO WS-JRNL-ENTRIES.

           MOVE WS-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE 0 TO GJ-TR-ID.
           MOVE WS-GL-CR-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE "C" TO GJ-DR-CR.
           MOVE WS-OFFICIAL-POSTED TO GJ-AMOUNT.
           MOVE WS-POSTING-DATE TO GJ-POST-DATE.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-OFFICIAL-POSTED TO WS-RUN-CREDITS.
           ADD 1 TO WS-JRNL-ENTRIES.
           CLOSE GL-JOURNAL-FILE.

           PERFORM WRITE-OFFICIAL-CONTROL.

       SUMMARIZE-OFFICIAL-CHECKS.
           MOVE 0 TO WS-OFFICIAL-COUNT.
           MOVE 0 TO WS-OFFICIAL-LIABILITY.
           OPEN INPUT OFFICIAL-CHECK-FILE.
           IF WS-OFFCHK-FILE-STATUS NOT = "00"
               CLOSE OFFICIAL-CHECK-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ OFFICIAL-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OK-ISSUE-DATE <= WS-POSTING-DATE
                           AND (OK-OUTSTANDING
                               OR OK-STATUS-DATE > WS-POSTING-DATE)
                           ADD 1 TO WS-OFFICIAL-COUNT
                           ADD OK-AMOUNT TO WS-OFFICIAL-LIABILITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFICIAL-CHECK-FILE.

       READ-OFFICIAL-CONTROL.
           MOVE 0 TO WS-PRIOR-OFFICIAL.
           OPEN INPUT GL-OFFICIAL-CONTROL-FILE.
           IF WS-GLOFCK-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ GL-OFFICIAL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GO-LIABILITY TO WS-PRIOR-OFFICIAL
           END-READ.
           CLOSE GL-OFFICIAL-CONTROL-FILE.

       WRITE-OFFICIAL-CONTROL.
           OPEN OUTPUT GL-OFFICIAL-CONTROL-FILE.
           MOVE WS-OFFICIAL-LIABILITY TO GO-LIABILITY.
           MOVE WS-POSTING-DATE TO GO-POST-DATE.
           WRITE GL-OFFICIAL-CONTROL-RECORD.
           CLOSE GL-OFFICIAL-CONTROL-FILE.

      *    Trues up open suspense against GLSUSP.dat; memos skipped.
       POST-SUSPENSE-ITEMS.
           PERFORM SUMMARIZE-SUSPENSE-ITEMS.
           PERFORM READ-SUSPENSE-CONTROL.
           COMPUTE WS-SUSPENSE-CHANGE =
               WS-SUSPENSE-BALANCE - WS-PRIOR-SUSPENSE.
           COMPUTE WS-RECOVERY-CHANGE =
               WS-SUSPENSE-RECOVERED - WS-PRIOR-RECOVERED.
           COMPUTE WS-LOSS-CHANGE =
               WS-SUSPENSE-LOSSES - WS-PRIOR-LOSSES.
           IF WS-SUSPENSE-CHANGE = 0 AND WS-RECOVERY-CHANGE = 0
               AND WS-LOSS-CHANGE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO WS-CHECK-TR-TYPE.
           MOVE SPACE TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           IF WS-CHART-FOUND = "N"
               DISPLAY "No chart-of-accounts mapping for suspense "
                   "items (type S). Suspense not posted."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUSPENSE-CHANGE TO WS-SUSPENSE-ENTRY.
           PERFORM JOURNAL-SUSPENSE-ENTRY.

           MOVE "+" TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           MOVE WS-RECOVERY-CHANGE TO WS-SUSPENSE-ENTRY.
           PERFORM JOURNAL-SUSPENSE-ENTRY.

           MOVE "-" TO WS-CHECK-DIRECTION.
           PERFORM FIND-CHART-ENTRY.
           MOVE WS-LOSS-CHANGE TO WS-SUSPENSE-ENTRY.
           PERFORM JOURNAL-SUSPENSE-ENTRY.

           PERFORM WRITE-SUSPENSE-CONTROL.

       JOURNAL-SUSPENSE-ENTRY.
           IF WS-SUSPENSE-ENTRY = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUSPENSE-ENTRY > 0
               MOVE WS-CH-DR-ACCOUNT(WS-CH-IDX) TO WS-GL-DR-ACCOUNT
               MOVE WS-CH-CR-ACCOUNT(WS-CH-IDX) TO WS-GL-CR-ACCOUNT
               MOVE WS-SUSPENSE-ENTRY TO WS-SUSPENSE-POSTED
           ELSE
               MOVE WS-CH-CR-ACCOUNT(WS-CH-IDX) TO WS-GL-DR-ACCOUNT
               MOVE WS-CH-DR-ACCOUNT(WS-CH-IDX) TO WS-GL-CR-ACCOUNT
               COMPUTE WS-SUSPENSE-POSTED = 0 - WS-SUSPENSE-ENTRY
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           MOVE WS-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE 0 TO GJ-TR-ID.
           MOVE WS-GL-DR-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE "D" TO GJ-DR-CR.
           MOVE WS-SUSPENSE-POSTED TO GJ-AMOUNT.
           MOVE WS-POSTING-DATE TO GJ-POST-DATE.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-SUSPENSE-POSTED TO WS-RUN-DEBITS.
           ADD 1 TO WS-JRNL-ENTRIES.

           MOVE WS-RUN-NUMBER TO GJ-RUN-NUMBER.
           MOVE 0 TO GJ-TR-ID.
           MOVE WS-GL-CR-ACCOUNT TO GJ-GL-ACCOUNT.
           MOVE "C" TO GJ-DR-CR.
           MOVE WS-SUSPENSE-POSTED TO GJ-AMOUNT.
           MOVE WS-POSTING-DATE TO GJ-POST-DATE.
           MOVE WS-POSTING-PERIOD TO GJ-PERIOD.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-SUSPENSE-POSTED TO WS-RUN-CREDITS.
           ADD 1 TO WS-JRNL-ENTRIES.
           CLOSE GL-JOURNAL-FILE.

       SUMMARIZE-SUSPENSE-ITEMS.
           MOVE 0 TO WS-SUSPENSE-COUNT.
           MOVE 0 TO WS-SUSPENSE-BALANCE.
           MOVE 0 TO WS-SUSPENSE-RECOVERED.
           MOVE 0 TO WS-SUSPENSE-LOSSES.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               CLOSE SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-CLEARING
                           AND SU-OPEN-DATE <= WS-POSTING-DATE
                           PERFORM CLASSIFY-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       CLASSIFY-SUSPENSE-ITEM.
           IF SU-OPEN OR SU-STATUS-DATE > WS-POSTING-DATE
               ADD 1 TO WS-SUSPENSE-COUNT
               IF SU-FUNDS-HELD
                   ADD SU-AMOUNT TO WS-SUSPENSE-BALANCE
               ELSE
                   SUBTRACT SU-AMOUNT FROM WS-SUSPENSE-BALANCE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SU-WRITTEN-OFF
               IF SU-FUNDS-HELD
                   ADD SU-AMOUNT TO WS-SUSPENSE-RECOVERED
               ELSE
                   ADD SU-AMOUNT TO WS-SUSPENSE-LOSSES
               END-IF
           END-IF.

       READ-SUSPENSE-CONTROL.
           MOVE 0 TO WS-PRIOR-SUSPENSE.
           MOVE 0 TO WS-PRIOR-RECOVERED.
           MOVE 0 TO WS-PRIOR-LOSSES.
           OPEN INPUT GL-SUSPENSE-CONTROL-FILE.
           IF WS-GLSUSP-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           READ GL-SUSPENSE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GS-BALANCE TO WS-PRIOR-SUSPENSE
                   MOVE GS-RECOVERED TO WS-PRIOR-RECOVERED
                   MOVE GS-LOSSES TO WS-PRIOR-LOSSES
           END-READ.
           CLOSE GL-SUSPENSE-CONTROL-FILE.

       WRITE-SUSPENSE-CONTROL.
           OPEN OUTPUT GL-SUSPENSE-CONTROL-FILE.
           MOVE WS-SUSPENSE-BALANCE TO GS-BALANCE.
           MOVE WS-SUSPENSE-RECOVERED TO GS-RECOVERED.
           MOVE WS-SUSPENSE-LOSSES TO GS-LOSSES.
           MOVE WS-POSTING-DATE TO GS-POST-DATE.
           WRITE GL-SUSPENSE-CONTROL-RECORD.
           CLOSE GL-SUSPENSE-CONTROL-FILE.

       SUMMARIZE-DAILY-ACTIVITY.
           OPEN INPUT TRANSACTION-FILE.
           OPEN INPUT ACCOUNT-FILE.
                       ADD 1 TO WS-DEP-CD-COUNT
                       ADD TR-AMOUNT TO WS-DEP-CD-TOTAL
                   WHEN "C"
                   WHEN "B"
                       ADD 1 TO WS-DEP-CHK-COUNT
                       ADD TR-AMOUNT TO WS-DEP-CHK-TOTAL
               END-EVALUATE
                       ADD 1 TO WS-WD-CD-COUNT
                       ADD TR-AMOUNT TO WS-WD-CD-TOTAL
                   WHEN "C"
                   WHEN "B"
                       ADD 1 TO WS-WD-CHK-COUNT
                       ADD TR-AMOUNT TO WS-WD-CHK-TOTAL
               END-EVALUATE
                           ADD 1 TO WS-LOAN-COUNT
                           ADD LN-PRINCIPAL TO WS-LOAN-BALANCE
                       END-IF
                       ADD LN-ESCROW-BALANCE TO WS-ESCROW-HELD
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.
                  WS-LOAN-BALANCE DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Loan escrow held: " DELIMITED BY SIZE
                  WS-ESCROW-HELD DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           STRING "Grand Total Balance: " DELIMITED BY SIZE
                  WS-GRAND-TOTAL-BALANCE DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE "===================================" TO
               GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "ACCRUED INTEREST PAYABLE" TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Accruing accounts: " DELIMITED BY SIZE
                  WS-ACCRUAL-ACCOUNTS DELIMITED BY SIZE
                  " Liability " DELIMITED BY SIZE
                  WS-ACCRUED-LIABILITY DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Prior liability: " DELIMITED BY SIZE
                  WS-PRIOR-LIABILITY DELIMITED BY SIZE
                  " Change posted: " DELIMITED BY SIZE
                  WS-ACCRUAL-CHANGE DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE "===================================" TO
               GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "OFFICIAL CHECKS OUTSTANDING" TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Outstanding checks: " DELIMITED BY SIZE
                  WS-OFFICIAL-COUNT DELIMITED BY SIZE
                  " Liability " DELIMITED BY SIZE
                  WS-OFFICIAL-LIABILITY DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Prior liability: " DELIMITED BY SIZE
                  WS-PRIOR-OFFICIAL DELIMITED BY SIZE
                  " Change posted: " DELIMITED BY SIZE
                  WS-OFFICIAL-CHANGE DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE "===================================" TO
               GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "SUSPENSE - UNPOSTED ITEMS" TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Open items: " DELIMITED BY SIZE
                  WS-SUSPENSE-COUNT DELIMITED BY SIZE
                  " Net held " DELIMITED BY SIZE
                  WS-SUSPENSE-BALANCE DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Prior net held: " DELIMITED BY SIZE
                  WS-PRIOR-SUSPENSE DELIMITED BY SIZE
                  " Change posted: " DELIMITED BY SIZE
                  WS-SUSPENSE-CHANGE DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           STRING "Written off - recoveries: " DELIMITED BY SIZE
                  WS-RECOVERY-CHANGE DELIMITED BY SIZE
                  " losses: " DELIMITED BY SIZE
                  WS-LOSS-CHANGE DELIMITED BY SIZE
                  INTO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE "===================================" TO
               GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           DISPLAY "Grand total balance: " WS-GRAND-TOTAL-BALANCE.
           DISPLAY "Deposits less loans outstanding: "
               WS-NET-POSITION.
           DISPLAY "Accrued interest payable: " WS-ACCRUED-LIABILITY
               " (" WS-ACCRUAL-ACCOUNTS " accounts) change "
               WS-ACCRUAL-CHANGE.
           DISPLAY "Official checks outstanding: "
               WS-OFFICIAL-LIABILITY " (" WS-OFFICIAL-COUNT
               " checks) change " WS-OFFICIAL-CHANGE.
           DISPLAY "Suspense items open: " WS-SUSPENSE-BALANCE
               " (" WS-SUSPENSE-COUNT " items) change "
               WS-SUSPENSE-CHANGE.
           SET WS-BR-IDX TO 1.
           PERFORM WS-BRANCH-COUNT TIMES
               DISPLAY "Branch " WS-BR-CODE(WS-BR-IDX)
