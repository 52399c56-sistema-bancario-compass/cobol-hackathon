           05 LNO-NEXT-DUE-DATE  PIC 9(8).
           05 LNO-STATUS         PIC X(1).
           05 LNO-BRANCH         PIC 9(3).
           05 LNO-PAY-ACCOUNT-ID PIC 9(6).
           05 LNO-LATE-FEE-DATE  PIC 9(8).

       FD LOAN-TEMP-FILE.
       01 LOAN-TEMP-RECORD.
           05 LNT-BRANCH         PIC 9(3).
           05 LNT-PAY-ACCOUNT-ID PIC 9(6).
           05 LNT-LATE-FEE-DATE  PIC 9(8).
           05 LNT-ESCROW-BALANCE PIC S9(6)V99.
           05 LNT-ESCROW-MONTHLY PIC 9(6)V99.
           05 LNT-ESCROW-ANALYSIS-DATE PIC 9(8).
           05 LNT-TAX-PAYEE      PIC X(30).
           05 LNT-TAX-AMOUNT     PIC 9(6)V99.
           05 LNT-TAX-FREQ       PIC 9(2).
           05 LNT-TAX-DUE-DATE   PIC 9(8).
           05 LNT-INS-PAYEE      PIC X(30).
           05 LNT-INS-AMOUNT     PIC 9(6)V99.
           05 LNT-INS-FREQ       PIC 9(2).
           05 LNT-INS-DUE-DATE   PIC 9(8).

       FD LOAN-FILE.
       01 LOAN-RECORD.
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

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS      PIC X(2) VALUE "00".
           MOVE LNO-NEXT-DUE-DATE TO LNT-NEXT-DUE-DATE.
           MOVE LNO-STATUS TO LNT-STATUS.
           MOVE LNO-BRANCH TO LNT-BRANCH.
           MOVE LNO-PAY-ACCOUNT-ID TO LNT-PAY-ACCOUNT-ID.
           MOVE LNO-LATE-FEE-DATE TO LNT-LATE-FEE-DATE.
           MOVE 0 TO LNT-ESCROW-BALANCE.
           MOVE 0 TO LNT-ESCROW-MONTHLY.
           MOVE 0 TO LNT-ESCROW-ANALYSIS-DATE.
           MOVE SPACES TO LNT-TAX-PAYEE.
           MOVE 0 TO LNT-TAX-AMOUNT.
           MOVE 0 TO LNT-TAX-FREQ.
           MOVE 0 TO LNT-TAX-DUE-DATE.
           MOVE SPACES TO LNT-INS-PAYEE.
           MOVE 0 TO LNT-INS-AMOUNT.
           MOVE 0 TO LNT-INS-FREQ.
           MOVE 0 TO LNT-INS-DUE-DATE.
           WRITE LOAN-TEMP-RECORD
               INVALID KEY
                   DISPLAY "Loan " LNO-ID " rejected (duplicate)."
