           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT TRANSACTION-CONTROL-FILE ASSIGN TO "TXNCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXNCTL-FILE-STATUS.
               88 TR-EXTERNAL    VALUE "E".
               88 TR-FEE         VALUE "F".
               88 TR-CHARGEOFF   VALUE "L".
               88 TR-WITHHOLDING VALUE "T".
           05 TR-AMOUNT          PIC 9(6)V99.
           05 TR-DATE            PIC 9(8).
           05 TR-TIME            PIC 9(6).
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AU-DATE            PIC 9(8).
       01 WS-DATE                 PIC 9(8).
       01 WS-TIME                 PIC 9(6).
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-CUTOFF-DATE          PIC 9(8) VALUE 0.
       01 WS-CUTOFF-YEAR          PIC 9(4) VALUE 0.
                   "before the cutoff. Archive run refused - "
                   "nothing was archived or purged. Use an "
                   "earlier cutoff date."
               MOVE "A" TO WS-ES-FLAG
               MOVE "Over 1000 accounts before cutoff" TO WS-ES-DETAIL
               PERFORM WRITE-EOD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Transactions retained: " WS-RETAINED-COUNT.
           DISPLAY "Carry-forward records written: " WS-CARRY-COUNT.
           DISPLAY "===================================".
           MOVE "P" TO WS-ES-FLAG.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Archived " WS-ARCHIVED-COUNT " retained "
               WS-RETAINED-COUNT " carry " WS-CARRY-COUNT
               DELIMITED BY SIZE INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "ARCHPROC" TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       READ-BUSINESS-DATE.
           MOVE "N" TO WS-EOD-MODE.
           OPEN INPUT BUSINESS-DATE-FILE.
