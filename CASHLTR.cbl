       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHLTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-ITEM-FILE ASSIGN TO "DEPITEM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPITEM-FILE-STATUS.
           SELECT DEPOSIT-ITEM-NEW-FILE ASSIGN TO "DEPITEM.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-LETTER-FILE ASSIGN TO WS-OUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-ITEM-FILE.
       01 DEPOSIT-ITEM-RECORD.
           05 DI-ITEM-ID         PIC 9(8).
           05 DI-ACCOUNT-ID      PIC 9(6).
           05 DI-ROUTING         PIC X(9).
           05 DI-CHECK-NUMBER    PIC 9(6).
           05 DI-AMOUNT          PIC 9(6)V99.
           05 DI-DEPOSIT-DATE    PIC 9(8).
           05 DI-BRANCH          PIC 9(3).
           05 DI-STATUS          PIC X(1).
               88 DI-PENDING     VALUE "P".
               88 DI-SENT        VALUE "S".
               88 DI-RETURNED    VALUE "R".
           05 DI-SENT-DATE       PIC 9(8).
           05 DI-RETURN-DATE     PIC 9(8).
           05 DI-RETURN-REASON   PIC X(4).

       FD DEPOSIT-ITEM-NEW-FILE.
       01 DEPOSIT-ITEM-NEW-RECORD.
           05 DIN-ITEM-ID        PIC 9(8).
           05 DIN-ACCOUNT-ID     PIC 9(6).
           05 DIN-ROUTING        PIC X(9).
           05 DIN-CHECK-NUMBER   PIC 9(6).
           05 DIN-AMOUNT         PIC 9(6)V99.
           05 DIN-DEPOSIT-DATE   PIC 9(8).
           05 DIN-BRANCH         PIC 9(3).
           05 DIN-STATUS         PIC X(1).
           05 DIN-SENT-DATE      PIC 9(8).
           05 DIN-RETURN-DATE    PIC 9(8).
           05 DIN-RETURN-REASON  PIC X(4).

       FD CASH-LETTER-FILE.
       01 CASH-LETTER-LINE       PIC X(60).
       01 CASH-LETTER-HEADER.
           05 CH-RECORD-TYPE     PIC X(1).
           05 CH-FILE-DATE       PIC 9(8).
           05 CH-ORIGIN          PIC X(20).
           05 FILLER             PIC X(31).
       01 CASH-LETTER-DETAIL.
           05 CD-RECORD-TYPE     PIC X(1).
           05 CD-ITEM-ID         PIC 9(8).
           05 CD-ROUTING         PIC X(9).
           05 CD-CHECK-NUMBER    PIC 9(6).
           05 CD-AMOUNT          PIC 9(6)V99.
           05 CD-ACCOUNT-ID      PIC 9(6).
           05 CD-DEPOSIT-DATE    PIC 9(8).
           05 CD-BRANCH          PIC 9(3).
           05 FILLER             PIC X(11).
       01 CASH-LETTER-TRAILER.
           05 CT-RECORD-TYPE     PIC X(1).
           05 CT-COUNT           PIC 9(6).
           05 CT-TOTAL           PIC 9(10)V99.
           05 FILLER             PIC X(41).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
           05 AU-TIME            PIC 9(6).
           05 AU-PROGRAM         PIC X(8).
           05 AU-ACTION          PIC X(20).
           05 AU-KEY-ID          PIC 9(6).
           05 AU-DETAIL          PIC X(50).
           05 AU-OPERATOR        PIC X(8).

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
       01 WS-DEPITEM-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-OUT-FILENAME         PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-SENT-COUNT           PIC 9(6) VALUE 0.
       01 WS-SENT-TOTAL           PIC 9(10)V99 VALUE 0.
       01 WS-HELD-COUNT           PIC 9(6) VALUE 0.

       01 WS-AUDIT-ACTION         PIC X(20).
       01 WS-AUDIT-KEY-ID         PIC 9(6).
       01 WS-AUDIT-DETAIL         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.

           OPEN INPUT DEPOSIT-ITEM-FILE.
           IF WS-DEPITEM-FILE-STATUS = "35"
               DISPLAY "No deposited-item file (DEPITEM.dat) on "
                   "file. No cash letter produced."
               MOVE "P" TO WS-ES-FLAG
               MOVE "No deposited items on file" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT DEPOSIT-ITEM-NEW-FILE.
           OPEN OUTPUT CASH-LETTER-FILE.

           MOVE SPACES TO CASH-LETTER-HEADER.
           MOVE "H" TO CH-RECORD-TYPE.
           MOVE WS-DATE TO CH-FILE-DATE.
           MOVE "COBOL BANKING SYSTEM" TO CH-ORIGIN.
           WRITE CASH-LETTER-HEADER.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DEPOSIT-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SEND-ONE-ITEM
               END-READ
           END-PERFORM.

           MOVE SPACES TO CASH-LETTER-TRAILER.
           MOVE "T" TO CT-RECORD-TYPE.
           MOVE WS-SENT-COUNT TO CT-COUNT.
           MOVE WS-SENT-TOTAL TO CT-TOTAL.
           WRITE CASH-LETTER-TRAILER.

           CLOSE DEPOSIT-ITEM-FILE.
           CLOSE DEPOSIT-ITEM-NEW-FILE.
           CLOSE CASH-LETTER-FILE.

           PERFORM COPY-ITEMS-BACK.

           MOVE "CASH LETTER SENT" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-KEY-ID.
           STRING "Items " WS-SENT-COUNT " total "
               WS-SENT-TOTAL DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "===================================".
           DISPLAY "OUTBOUND CASH LETTER COMPLETE".
           DISPLAY "Items sent for collection: " WS-SENT-COUNT.
           DISPLAY "Items held for a later letter: " WS-HELD-COUNT.
           DISPLAY "Control total: " WS-SENT-TOTAL.
           DISPLAY "Cash letter file: " WS-OUT-FILENAME.
           DISPLAY "===================================".

           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Items sent " WS-SENT-COUNT " total "
               WS-SENT-TOTAL DELIMITED BY SIZE
               INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-TIME.
           PERFORM READ-BUSINESS-DATE.
           STRING "CASHLTR-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-OUT-FILENAME.

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
                       MOVE BD-BUSINESS-DATE TO WS-DATE
                   END-IF
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

       SEND-ONE-ITEM.
      *    Later deposits wait for the next letter.
           IF NOT DI-PENDING
               WRITE DEPOSIT-ITEM-NEW-RECORD FROM DEPOSIT-ITEM-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF DI-DEPOSIT-DATE > WS-DATE
               ADD 1 TO WS-HELD-COUNT
               WRITE DEPOSIT-ITEM-NEW-RECORD FROM DEPOSIT-ITEM-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CASH-LETTER-DETAIL.
           MOVE "D" TO CD-RECORD-TYPE.
           MOVE DI-ITEM-ID TO CD-ITEM-ID.
           MOVE DI-ROUTING TO CD-ROUTING.
           MOVE DI-CHECK-NUMBER TO CD-CHECK-NUMBER.
           MOVE DI-AMOUNT TO CD-AMOUNT.
           MOVE DI-ACCOUNT-ID TO CD-ACCOUNT-ID.
           MOVE DI-DEPOSIT-DATE TO CD-DEPOSIT-DATE.
           MOVE DI-BRANCH TO CD-BRANCH.
           WRITE CASH-LETTER-DETAIL.

           ADD 1 TO WS-SENT-COUNT.
           ADD DI-AMOUNT TO WS-SENT-TOTAL.

           MOVE "S" TO DI-STATUS.
           MOVE WS-DATE TO DI-SENT-DATE.
           WRITE DEPOSIT-ITEM-NEW-RECORD FROM DEPOSIT-ITEM-RECORD.

       COPY-ITEMS-BACK.
           OPEN INPUT DEPOSIT-ITEM-NEW-FILE.
           OPEN OUTPUT DEPOSIT-ITEM-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DEPOSIT-ITEM-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE DEPOSIT-ITEM-RECORD
                           FROM DEPOSIT-ITEM-NEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEPOSIT-ITEM-NEW-FILE.
           CLOSE DEPOSIT-ITEM-FILE.
           CALL "CBL_DELETE_FILE" USING "DEPITEM.tmp".

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "CASHLTR " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       RECORD-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-DATE TO AU-DATE.
           MOVE WS-TIME TO AU-TIME.
           MOVE "CASHLTR " TO AU-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-KEY-ID TO AU-KEY-ID.
           MOVE WS-AUDIT-DETAIL TO AU-DETAIL.
           MOVE "SYSTEM  " TO AU-OPERATOR.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
