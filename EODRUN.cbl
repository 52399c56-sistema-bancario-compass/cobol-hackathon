           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 ES-ATTENTION   VALUE "A".
           05 ES-DETAIL          PIC X(60).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 RH-BUSINESS-DATE   PIC 9(8).
           05 RH-STEP            PIC X(8).
           05 RH-START-DATE      PIC 9(8).
           05 RH-START-TIME      PIC 9(6).
           05 RH-END-DATE        PIC 9(8).
           05 RH-END-TIME        PIC 9(6).
           05 RH-ELAPSED-SECS    PIC 9(6).
           05 RH-RETURN-CODE     PIC 9(4).
           05 RH-FLAG            PIC X(1).
           05 RH-DETAIL          PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CALENDAR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-RUNHIST-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
       01 WS-NEXT-BUSINESS-DATE   PIC 9(8) VALUE 0.
       01 WS-SYSTEM-DATE          PIC 9(8) VALUE 0.
       01 WS-ALL-CAUGHT-UP        PIC X VALUE "N".
       01 WS-DAYS-PROCESSED       PIC 9(3) VALUE 0.
       01 WS-FEE-RC               PIC 9(4) VALUE 0.
       01 WS-ANL-RC               PIC 9(4) VALUE 0.
       01 WS-EOF                  PIC X VALUE "N".

       01 WS-TIMESTAMP.
          05 WS-TS-DATE           PIC 9(8).
          05 WS-TS-TIME.
             10 WS-TS-HOURS       PIC 9(2).
             10 WS-TS-MINUTES     PIC 9(2).
             10 WS-TS-SECONDS     PIC 9(2).
          05 FILLER               PIC X(7).
       01 WS-HIST-STEP            PIC X(8) VALUE SPACES.
       01 WS-STEP-START-DATE      PIC 9(8) VALUE 0.
       01 WS-STEP-START-TIME      PIC 9(6) VALUE 0.
       01 WS-STEP-START-SECS      PIC 9(12) VALUE 0.
       01 WS-STEP-END-SECS        PIC 9(12) VALUE 0.
       01 WS-STEP-ELAPSED         PIC 9(6) VALUE 0.
       01 WS-HIST-FLAG            PIC X(1) VALUE SPACE.
       01 WS-HIST-DETAIL          PIC X(60) VALUE SPACES.

       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-ENTRY OCCURS 200 TIMES INDEXED BY WS-HO-IDX.
             10 WS-HO-DATE        PIC 9(8).
           PERFORM CLEAR-EOD-STATUS.

           DISPLAY "Step 1: Web transfer import (HBIMP)".
           MOVE "HBIMP   " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "HBIMP".
           PERFORM CHECK-STEP-RESULT.
           MOVE "HBIMP   " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 2: Card settlement import (CARDIMP)".
           MOVE "CARDIMP " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "CARDIMP".
           PERFORM CHECK-STEP-RESULT.
           MOVE "CARDIMP " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 3: Standing orders (STANDORD)".
           MOVE "STANDORD" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "STANDORD".
           PERFORM CHECK-STEP-RESULT.
           MOVE "STANDORD" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 4: End-of-day processing (EODPROC)".
           MOVE "EODPROC " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "EODPROC".
           PERFORM CHECK-STEP-RESULT.
           MOVE "EODPROC " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 5: Legal order processing (LEGALPRC)".
           MOVE "LEGALPRC" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "LEGALPRC".
           PERFORM CHECK-STEP-RESULT.
           MOVE "LEGALPRC" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 6: Automatic loan drafting (LOANDRFT)".
           MOVE "LOANDRFT" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "LOANDRFT".
           PERFORM CHECK-STEP-RESULT.
           MOVE "LOANDRFT" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 7: Escrow tax and insurance payments "
               "(ESCRDISB)".
           MOVE "ESCRDISB" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "ESCRDISB".
           PERFORM CHECK-STEP-RESULT.
           MOVE "ESCRDISB" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 8: Annual escrow analysis (ESCRANL)".
           MOVE "ESCRANL " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "ESCRANL".
           PERFORM CHECK-STEP-RESULT.
           MOVE "ESCRANL " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 9: Loan delinquency aging (LOANAGE)".
           MOVE "LOANAGE " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "LOANAGE".
           PERFORM CHECK-STEP-RESULT.
           MOVE "LOANAGE " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 10: Overdrawn account aging (ODPROC)".
           MOVE "ODPROC  " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "ODPROC".
           PERFORM CHECK-STEP-RESULT.
           MOVE "ODPROC  " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 11: Daily balance snapshot (BALSNAP)".
           MOVE "BALSNAP " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "BALSNAP".
           PERFORM CHECK-STEP-RESULT.
           MOVE "BALSNAP " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 12: General ledger posting (GLPOST)".
           MOVE "GLPOST  " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "GLPOST".
           PERFORM CHECK-STEP-RESULT.
           MOVE "GLPOST  " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 13: Official check liability (OFCKRPT)".
           MOVE "OFCKRPT " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "OFCKRPT".
           PERFORM CHECK-STEP-RESULT.
           MOVE "OFCKRPT " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 14: Aged suspense reconciliation (SUSPRPT)".
           MOVE "SUSPRPT " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "SUSPRPT".
           PERFORM CHECK-STEP-RESULT.
           MOVE "SUSPRPT " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 15: Reconciliation (TXNREPT)".
           MOVE "TXNREPT " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "TXNREPT".
           MOVE RETURN-CODE TO WS-DISCREPANCIES.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-DISCREPANCIES TO WS-STEP-RC.
           PERFORM RECORD-STEP-HISTORY.
           MOVE "TXNREPT " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

               STOP RUN
           END-IF.

           DISPLAY "Step 16: Denied-party rescreen (SCRNPROC)".
           MOVE "SCRNPROC" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "SCRNPROC".
           PERFORM CHECK-STEP-RESULT.
           MOVE "SCRNPROC" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 17: Home banking extract (HBEXTR)".
           MOVE "HBEXTR  " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "HBEXTR".
           PERFORM CHECK-STEP-RESULT.
           MOVE "HBEXTR  " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 18: Outbound cash letter (CASHLTR)".
           MOVE "CASHLTR " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "CASHLTR".
           PERFORM CHECK-STEP-RESULT.
           MOVE "CASHLTR " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 19: Customer due diligence review (KYCREVW)".
           MOVE "KYCREVW " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "KYCREVW".
           PERFORM CHECK-STEP-RESULT.
           MOVE "KYCREVW " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 20: Suspicious activity monitor (SARMON)".
           MOVE "SARMON  " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "SARMON".
           PERFORM CHECK-STEP-RESULT.
           MOVE "SARMON  " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           PERFORM COMPUTE-NEXT-BUSINESS-DATE.

           IF WS-NEXT-BUSINESS-DATE(1:6)
               PERFORM RUN-MONTH-END-JOBS
           END-IF.

           DISPLAY "Step 21: Warehouse change extract (CDCEXTR)".
           MOVE "CDCEXTR " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "CDCEXTR".
           PERFORM CHECK-STEP-RESULT.
           MOVE "CDCEXTR " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 22: Operator summary pack (EODSUMM)".
           MOVE "EODSUMM " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "EODSUMM".
           PERFORM CHECK-STEP-RESULT.
           MOVE "EODSUMM " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Step 23: Batch window report (RUNSLA)".
           MOVE "RUNSLA  " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "RUNSLA".
           PERFORM CHECK-STEP-RESULT.
           MOVE "RUNSLA  " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           PERFORM ADVANCE-BUSINESS-DATE.
           PERFORM CANCEL-STEP-PROGRAMS.
           ADD 1 TO WS-DAYS-PROCESSED.
               WS-BUSINESS-DATE(1:6) ". Running month-end jobs.".

           DISPLAY "Month-end step 1: Fee assessment (FEEPROC)".
           MOVE "FEEPROC " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "FEEPROC".
           MOVE RETURN-CODE TO WS-FEE-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-FEE-RC TO WS-STEP-RC.
           PERFORM RECORD-STEP-HISTORY.
           IF WS-FEE-RC NOT = 0
               DISPLAY "FEEPROC ended with return code " WS-FEE-RC
                   ". Fees may already be assessed for this period. "
           MOVE "FEEPROC " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 2: Account analysis (ACCTANL)".
           MOVE "ACCTANL " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "ACCTANL".
           MOVE RETURN-CODE TO WS-ANL-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-ANL-RC TO WS-STEP-RC.
           PERFORM RECORD-STEP-HISTORY.
           IF WS-ANL-RC NOT = 0
               DISPLAY "ACCTANL ended with return code " WS-ANL-RC
                   ". The period may already be analyzed. "
                   "Review the analysis statements."
           END-IF.
           MOVE "ACCTANL " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 3: Statement cycles (STMTGEN)".
           MOVE "STMTGEN " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "STMTGEN".
           PERFORM CHECK-STEP-RESULT.
           MOVE "STMTGEN " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 4: Dormancy review (DORMPROC)".
           MOVE "DORMPROC" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "DORMPROC".
           PERFORM CHECK-STEP-RESULT.
           MOVE "DORMPROC" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 5: Transaction archive (ARCHPROC)".
           MOVE "ARCHPROC" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "ARCHPROC".
           PERFORM CHECK-STEP-RESULT.
           MOVE "ARCHPROC" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 6: Loan statements (LOANSTMT)".
           MOVE "LOANSTMT" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "LOANSTMT".
           PERFORM CHECK-STEP-RESULT.
           MOVE "LOANSTMT" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 7: Deposit insurance (DEPINS)".
           MOVE "DEPINS  " TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "DEPINS".
           PERFORM CHECK-STEP-RESULT.
           MOVE "DEPINS  " TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 8: Custodial account majority "
               "review (MAJORITY)".
           MOVE "MAJORITY" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "MAJORITY".
           PERFORM CHECK-STEP-RESULT.
           MOVE "MAJORITY" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

           DISPLAY "Month-end step 9: Missing taxpayer ID list "
               "(TINCHASE)".
           MOVE "TINCHASE" TO WS-HIST-STEP.
           PERFORM START-STEP-TIMER.
           CALL "TINCHASE".
           PERFORM CHECK-STEP-RESULT.
           MOVE "TINCHASE" TO WS-LAST-STEP.
           PERFORM WRITE-BUSINESS-DATE.

       CANCEL-STEP-PROGRAMS.
           CANCEL "HBIMP".
           CANCEL "CARDIMP".
           CANCEL "STANDORD".
           CANCEL "EODPROC".
           CANCEL "LEGALPRC".
           CANCEL "LOANDRFT".
           CANCEL "ESCRDISB".
           CANCEL "ESCRANL".
           CANCEL "LOANAGE".
           CANCEL "ODPROC".
           CANCEL "BALSNAP".
           CANCEL "GLPOST".
           CANCEL "OFCKRPT".
           CANCEL "SUSPRPT".
           CANCEL "TXNREPT".
           CANCEL "SCRNPROC".
           CANCEL "HBEXTR".
           CANCEL "CASHLTR".
           CANCEL "KYCREVW".
           CANCEL "SARMON".
           CANCEL "EODSUMM".
           CANCEL "RUNSLA".
           CANCEL "FEEPROC".
           CANCEL "ACCTANL".
           CANCEL "STMTGEN".
           CANCEL "DORMPROC".
           CANCEL "ARCHPROC".
           CANCEL "LOANSTMT".
           CANCEL "DEPINS".
           CANCEL "MAJORITY".
           CANCEL "TINCHASE".
           CANCEL "CDCEXTR".

       CLEAR-EOD-STATUS.
           OPEN OUTPUT EOD-STATUS-FILE.
       CHECK-STEP-RESULT.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           PERFORM RECORD-STEP-HISTORY.
           IF WS-STEP-RC NOT = 0
               DISPLAY "===================================="
               DISPLAY "END-OF-DAY RUN HALTED"
               STOP RUN
           END-IF.

       START-STEP-TIMER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TS-DATE TO WS-STEP-START-DATE.
           MOVE WS-TS-TIME TO WS-STEP-START-TIME.
           COMPUTE WS-STEP-START-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HOURS * 3600 + WS-TS-MINUTES * 60
               + WS-TS-SECONDS.

      *    One row per step attempt; never cleared.
       RECORD-STEP-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           COMPUTE WS-STEP-END-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HOURS * 3600 + WS-TS-MINUTES * 60
               + WS-TS-SECONDS.
           IF WS-STEP-END-SECS > WS-STEP-START-SECS
               COMPUTE WS-STEP-ELAPSED =
                   WS-STEP-END-SECS - WS-STEP-START-SECS
           ELSE
               MOVE 0 TO WS-STEP-ELAPSED
           END-IF.
           PERFORM FIND-STEP-STATUS.

           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           MOVE WS-HIST-STEP TO RH-STEP.
           MOVE WS-STEP-START-DATE TO RH-START-DATE.
           MOVE WS-STEP-START-TIME TO RH-START-TIME.
           MOVE WS-TS-DATE TO RH-END-DATE.
           MOVE WS-TS-TIME TO RH-END-TIME.
           MOVE WS-STEP-ELAPSED TO RH-ELAPSED-SECS.
           MOVE WS-STEP-RC TO RH-RETURN-CODE.
           MOVE WS-HIST-FLAG TO RH-FLAG.
           MOVE WS-HIST-DETAIL TO RH-DETAIL.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       FIND-STEP-STATUS.
           MOVE SPACE TO WS-HIST-FLAG.
           MOVE SPACES TO WS-HIST-DETAIL.
           OPEN INPUT EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS NOT = "00"
               CLOSE EOD-STATUS-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EOD-STATUS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ES-DATE = WS-BUSINESS-DATE
                           AND ES-STEP = WS-HIST-STEP
                           MOVE ES-FLAG TO WS-HIST-FLAG
                           MOVE ES-DETAIL TO WS-HIST-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EOD-STATUS-FILE.

       ADVANCE-BUSINESS-DATE.
           MOVE WS-NEXT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE "C" TO WS-RUN-STATUS.
