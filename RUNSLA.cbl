       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-FILE-STATUS.
           SELECT SLA-TARGET-FILE ASSIGN TO "RUNSLA.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT EOD-STATUS-FILE ASSIGN TO "EODSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EODSTAT-FILE-STATUS.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO "SPOOLCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOLCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD SLA-TARGET-FILE.
       01 SLA-TARGET-RECORD.
           05 ST-STEP            PIC X(8).
           05 ST-TARGET-SECS     PIC 9(6).

       FD SLA-REPORT-FILE.
       01 SLA-REPORT-LINE        PIC X(100).

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

       FD SPOOL-CATALOG-FILE.
       01 SPOOL-CATALOG-RECORD.
           05 SC-REPORT-TYPE     PIC X(8).
           05 SC-KEY             PIC X(10).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-FILENAME        PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-RUNHIST-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-TARGET-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-BUSDATE-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EODSTAT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SPOOLCAT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOD-MODE             PIC X VALUE "N".
       01 WS-ES-FLAG              PIC X(1) VALUE "P".
       01 WS-ES-DETAIL            PIC X(60) VALUE SPACES.
       01 WS-SPOOL-TYPE           PIC X(8) VALUE SPACES.
       01 WS-SPOOL-KEY            PIC X(10) VALUE SPACES.
       01 WS-SPOOL-DATE           PIC 9(8) VALUE 0.
       01 WS-SPOOL-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILENAME      PIC X(40).
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-CURRENT-DATE-TIME    PIC X(16).
       01 WS-DATE                 PIC 9(8).

      *    Trend: over WS-TREND-PERCENT and WS-TREND-MIN-SECS.
       01 WS-DEFAULT-TARGET       PIC 9(6) VALUE 900.
       01 WS-TREND-PERCENT        PIC 9(3) VALUE 25.
       01 WS-TREND-MIN-SECS       PIC 9(6) VALUE 60.

       01 WS-DATE-INTEGER         PIC 9(9).
       01 WS-WEEK-START           PIC 9(8) VALUE 0.
       01 WS-PRIOR-START          PIC 9(8) VALUE 0.
       01 WS-PRIOR-END            PIC 9(8) VALUE 0.

       01 WS-TARGET-TABLE.
          05 WS-TARGET-ENTRY OCCURS 50 TIMES INDEXED BY WS-TG-IDX.
             10 WS-TG-STEP        PIC X(8).
             10 WS-TG-SECS        PIC 9(6).
       01 WS-TARGET-COUNT         PIC 9(3) VALUE 0.

       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 50 TIMES INDEXED BY WS-SL-IDX.
             10 WS-SL-STEP        PIC X(8).
             10 WS-SL-RAN         PIC X(1).
             10 WS-SL-START-TIME  PIC 9(6).
             10 WS-SL-END-TIME    PIC 9(6).
             10 WS-SL-ELAPSED     PIC 9(6).
             10 WS-SL-RC          PIC 9(4).
             10 WS-SL-DETAIL      PIC X(60).
             10 WS-SL-TARGET      PIC 9(6).
             10 WS-SL-WEEK-TOTAL  PIC 9(9).
             10 WS-SL-WEEK-RUNS   PIC 9(3).
             10 WS-SL-PRIOR-TOTAL PIC 9(9).
             10 WS-SL-PRIOR-RUNS  PIC 9(3).
       01 WS-STEP-COUNT           PIC 9(3) VALUE 0.
       01 WS-STEP-FOUND           PIC X VALUE "N".
       01 WS-STEP-FULL            PIC X VALUE "N".

       01 WS-WINDOW-FOUND         PIC X VALUE "N".
       01 WS-WINDOW-START-DATE    PIC 9(8) VALUE 0.
       01 WS-WINDOW-START-TIME    PIC 9(6) VALUE 0.
       01 WS-WINDOW-END-DATE      PIC 9(8) VALUE 0.
       01 WS-WINDOW-END-TIME      PIC 9(6) VALUE 0.
       01 WS-WINDOW-SECS          PIC 9(7) VALUE 0.
       01 WS-TIME-WORK            PIC 9(6) VALUE 0.
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
          05 WS-TP-HOURS          PIC 9(2).
          05 WS-TP-MINUTES        PIC 9(2).
          05 WS-TP-SECONDS        PIC 9(2).
       01 WS-START-SECS           PIC 9(12) VALUE 0.
       01 WS-END-SECS             PIC 9(12) VALUE 0.

       01 WS-WEEK-AVG             PIC 9(6) VALUE 0.
       01 WS-PRIOR-AVG            PIC 9(6) VALUE 0.
       01 WS-TREND-LIMIT          PIC 9(7) VALUE 0.
       01 WS-OVER-TARGET          PIC X VALUE "N".
       01 WS-TRENDING             PIC X VALUE "N".
       01 WS-FLAG-TEXT            PIC X(30) VALUE SPACES.
       01 WS-STEPS-REPORTED       PIC 9(3) VALUE 0.
       01 WS-OVER-TARGET-COUNT    PIC 9(3) VALUE 0.
       01 WS-TRENDING-COUNT       PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT         PIC 9(3) VALUE 0.

       01 WS-FMT-TIME.
          05 WS-FT-HOURS          PIC 9(2).
          05 FILLER               PIC X VALUE ":".
          05 WS-FT-MINUTES        PIC 9(2).
          05 FILLER               PIC X VALUE ":".
          05 WS-FT-SECONDS        PIC 9(2).
       01 WS-FMT-START            PIC X(8).
       01 WS-FMT-END              PIC X(8).
       01 WS-FMT-ELAPSED          PIC ZZZZZ9.
       01 WS-FMT-TARGET           PIC ZZZZZ9.
       01 WS-FMT-WEEK-AVG         PIC ZZZZZ9.
       01 WS-FMT-PRIOR-AVG        PIC ZZZZZ9.
       01 WS-FMT-RC               PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-DATE.
           PERFORM READ-BUSINESS-DATE.

           IF WS-EOD-MODE = "N"
               DISPLAY "Enter Business Date to report (YYYYMMDD, "
                   "0 for the latest run on file):"
               ACCEPT WS-DATE
               IF WS-DATE = 0
                   PERFORM FIND-LATEST-RUN-DATE
               END-IF
               IF WS-DATE = 0
                   DISPLAY "No batch run history (RUNHIST.dat) "
                       "on file. Nothing to report."
                   GOBACK
               END-IF
           END-IF.

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE) - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER - 1.
           COMPUTE WS-PRIOR-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER - 6.
           COMPUTE WS-PRIOR-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           PERFORM LOAD-TARGETS.
           PERFORM LOAD-RUN-HISTORY.
           IF WS-STEP-FULL = "Y"
               DISPLAY "Run history names more than 50 distinct "
                   "steps. Steps past the limit are not reported."
           END-IF.

           STRING "RUNSLA-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME.
           PERFORM WRITE-SLA-REPORT.

           MOVE "RUNSLA  " TO WS-SPOOL-TYPE.
           MOVE WS-DATE TO WS-SPOOL-KEY.
           MOVE WS-DATE TO WS-SPOOL-DATE.
           MOVE WS-REPORT-FILENAME TO WS-SPOOL-FILENAME.
           PERFORM REGISTER-SPOOL-ENTRY.

           DISPLAY "===================================".
           DISPLAY "BATCH WINDOW REPORT COMPLETE".
           DISPLAY "Steps reported: " WS-STEPS-REPORTED.
           DISPLAY "Over target: " WS-OVER-TARGET-COUNT.
           DISPLAY "Trending longer: " WS-TRENDING-COUNT.
           DISPLAY "Report written to: " WS-REPORT-FILENAME.
           DISPLAY "===================================".

           IF WS-OVER-TARGET-COUNT > 0 OR WS-TRENDING-COUNT > 0
               OR WS-FAILED-COUNT > 0
               MOVE "A" TO WS-ES-FLAG
           ELSE
               MOVE "P" TO WS-ES-FLAG
           END-IF.
           MOVE SPACES TO WS-ES-DETAIL.
           STRING "Steps " WS-STEPS-REPORTED " over target "
               WS-OVER-TARGET-COUNT " trending " WS-TRENDING-COUNT
               " window " WS-WINDOW-SECS DELIMITED BY SIZE
               INTO WS-ES-DETAIL.
           PERFORM WRITE-EOD-STATUS.
           GOBACK.

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

       FIND-LATEST-RUN-DATE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               CLOSE RUN-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RH-BUSINESS-DATE > WS-DATE
                           MOVE RH-BUSINESS-DATE TO WS-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-HISTORY-FILE.

       LOAD-TARGETS.
           MOVE 0 TO WS-TARGET-COUNT.
           OPEN INPUT SLA-TARGET-FILE.
           IF WS-TARGET-FILE-STATUS NOT = "00"
               CLOSE SLA-TARGET-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SLA-TARGET-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-TARGET-COUNT < 50
                           AND ST-TARGET-SECS IS NUMERIC
                           ADD 1 TO WS-TARGET-COUNT
                           SET WS-TG-IDX TO WS-TARGET-COUNT
                           MOVE ST-STEP TO WS-TG-STEP(WS-TG-IDX)
                           MOVE ST-TARGET-SECS TO WS-TG-SECS(WS-TG-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLA-TARGET-FILE.

      *    Last attempt is reported; all attempts feed the averages.
       LOAD-RUN-HISTORY.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE "N" TO WS-STEP-FULL.
           MOVE "N" TO WS-WINDOW-FOUND.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               CLOSE RUN-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RH-BUSINESS-DATE >= WS-PRIOR-START
                           AND RH-BUSINESS-DATE <= WS-DATE
                           PERFORM POST-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-HISTORY-FILE.
           PERFORM COMPUTE-BATCH-WINDOW.

       POST-HISTORY-ROW.
           PERFORM FIND-STEP-ENTRY.
           IF WS-STEP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF RH-BUSINESS-DATE = WS-DATE
               MOVE "Y" TO WS-SL-RAN(WS-SL-IDX)
               MOVE RH-START-TIME TO WS-SL-START-TIME(WS-SL-IDX)
               MOVE RH-END-TIME TO WS-SL-END-TIME(WS-SL-IDX)
               MOVE RH-ELAPSED-SECS TO WS-SL-ELAPSED(WS-SL-IDX)
               MOVE RH-RETURN-CODE TO WS-SL-RC(WS-SL-IDX)
               MOVE RH-DETAIL TO WS-SL-DETAIL(WS-SL-IDX)
               IF WS-WINDOW-FOUND = "N"
                   MOVE "Y" TO WS-WINDOW-FOUND
                   MOVE RH-START-DATE TO WS-WINDOW-START-DATE
                   MOVE RH-START-TIME TO WS-WINDOW-START-TIME
               END-IF
               MOVE RH-END-DATE TO WS-WINDOW-END-DATE
               MOVE RH-END-TIME TO WS-WINDOW-END-TIME
           END-IF.
           IF RH-BUSINESS-DATE >= WS-WEEK-START
               ADD RH-ELAPSED-SECS TO WS-SL-WEEK-TOTAL(WS-SL-IDX)
               ADD 1 TO WS-SL-WEEK-RUNS(WS-SL-IDX)
           ELSE
               ADD RH-ELAPSED-SECS TO WS-SL-PRIOR-TOTAL(WS-SL-IDX)
               ADD 1 TO WS-SL-PRIOR-RUNS(WS-SL-IDX)
           END-IF.

       FIND-STEP-ENTRY.
           MOVE "N" TO WS-STEP-FOUND.
           SET WS-SL-IDX TO 1.
           PERFORM UNTIL WS-SL-IDX > WS-STEP-COUNT
               OR WS-STEP-FOUND = "Y"
               IF WS-SL-STEP(WS-SL-IDX) = RH-STEP
                   MOVE "Y" TO WS-STEP-FOUND
               ELSE
                   SET WS-SL-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-STEP-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-COUNT >= 50
               MOVE "Y" TO WS-STEP-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           SET WS-SL-IDX TO WS-STEP-COUNT.
           MOVE RH-STEP TO WS-SL-STEP(WS-SL-IDX).
           MOVE "N" TO WS-SL-RAN(WS-SL-IDX).
           MOVE 0 TO WS-SL-START-TIME(WS-SL-IDX).
           MOVE 0 TO WS-SL-END-TIME(WS-SL-IDX).
           MOVE 0 TO WS-SL-ELAPSED(WS-SL-IDX).
           MOVE 0 TO WS-SL-RC(WS-SL-IDX).
           MOVE SPACES TO WS-SL-DETAIL(WS-SL-IDX).
           MOVE WS-DEFAULT-TARGET TO WS-SL-TARGET(WS-SL-IDX).
           MOVE 0 TO WS-SL-WEEK-TOTAL(WS-SL-IDX).
           MOVE 0 TO WS-SL-WEEK-RUNS(WS-SL-IDX).
           MOVE 0 TO WS-SL-PRIOR-TOTAL(WS-SL-IDX).
           MOVE 0 TO WS-SL-PRIOR-RUNS(WS-SL-IDX).
           SET WS-TG-IDX TO 1.
           PERFORM UNTIL WS-TG-IDX > WS-TARGET-COUNT
               IF WS-TG-STEP(WS-TG-IDX) = RH-STEP
                   MOVE WS-TG-SECS(WS-TG-IDX)
                       TO WS-SL-TARGET(WS-SL-IDX)
               END-IF
               SET WS-TG-IDX UP BY 1
           END-PERFORM.
           MOVE "Y" TO WS-STEP-FOUND.

      *    First step start to last step end, across midnight.
       COMPUTE-BATCH-WINDOW.
           MOVE 0 TO WS-WINDOW-SECS.
           IF WS-WINDOW-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WINDOW-START-TIME TO WS-TIME-WORK.
           COMPUTE WS-START-SECS =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-START-DATE) * 86400
               + WS-TP-HOURS * 3600 + WS-TP-MINUTES * 60
               + WS-TP-SECONDS.
           MOVE WS-WINDOW-END-TIME TO WS-TIME-WORK.
           COMPUTE WS-END-SECS =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-END-DATE) * 86400
               + WS-TP-HOURS * 3600 + WS-TP-MINUTES * 60
               + WS-TP-SECONDS.
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-WINDOW-SECS = WS-END-SECS - WS-START-SECS
           END-IF.

       WRITE-SLA-REPORT.
           OPEN OUTPUT SLA-REPORT-FILE.
           MOVE "===================================" TO
               SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE "END-OF-DAY BATCH WINDOW AND STEP TIMING REPORT" TO
               SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "Business Date: " DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "  This week: " DELIMITED BY SIZE
                  WS-WEEK-START DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "  Prior week: " DELIMITED BY SIZE
                  WS-PRIOR-START DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PRIOR-END DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE "===================================" TO
               SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE "STEP      START     END           SECS  TARGET  WK AVG"
               TO SLA-REPORT-LINE.
           MOVE "PR AVG    RC  FLAGS" TO SLA-REPORT-LINE(55:19).
           WRITE SLA-REPORT-LINE.

           MOVE 0 TO WS-STEPS-REPORTED.
           MOVE 0 TO WS-OVER-TARGET-COUNT.
           MOVE 0 TO WS-TRENDING-COUNT.
           MOVE 0 TO WS-FAILED-COUNT.
           SET WS-SL-IDX TO 1.
           PERFORM WS-STEP-COUNT TIMES
               IF WS-SL-RAN(WS-SL-IDX) = "Y"
                   PERFORM WRITE-ONE-STEP-LINE
               END-IF
               SET WS-SL-IDX UP BY 1
           END-PERFORM.

           IF WS-STEPS-REPORTED = 0
               MOVE "No steps on file for this business date." TO
                   SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.

           MOVE "===================================" TO
               SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "Batch window (seconds):  " DELIMITED BY SIZE
                  WS-WINDOW-SECS DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "Steps over target:       " DELIMITED BY SIZE
                  WS-OVER-TARGET-COUNT DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "Steps trending longer:   " DELIMITED BY SIZE
                  WS-TRENDING-COUNT DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           STRING "Steps with non-zero RC:  " DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE "===================================" TO
               SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           CLOSE SLA-REPORT-FILE.

       WRITE-ONE-STEP-LINE.
           ADD 1 TO WS-STEPS-REPORTED.
           MOVE "N" TO WS-OVER-TARGET.
           MOVE "N" TO WS-TRENDING.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-SL-ELAPSED(WS-SL-IDX) > WS-SL-TARGET(WS-SL-IDX)
               MOVE "Y" TO WS-OVER-TARGET
               ADD 1 TO WS-OVER-TARGET-COUNT
           END-IF.

           MOVE 0 TO WS-WEEK-AVG.
           MOVE 0 TO WS-PRIOR-AVG.
           IF WS-SL-WEEK-RUNS(WS-SL-IDX) > 0
               COMPUTE WS-WEEK-AVG = WS-SL-WEEK-TOTAL(WS-SL-IDX)
                   / WS-SL-WEEK-RUNS(WS-SL-IDX)
           END-IF.
           IF WS-SL-PRIOR-RUNS(WS-SL-IDX) > 0
               COMPUTE WS-PRIOR-AVG = WS-SL-PRIOR-TOTAL(WS-SL-IDX)
                   / WS-SL-PRIOR-RUNS(WS-SL-IDX)
               COMPUTE WS-TREND-LIMIT = WS-PRIOR-AVG
                   + WS-PRIOR-AVG * WS-TREND-PERCENT / 100
               IF WS-WEEK-AVG > WS-TREND-LIMIT
                   AND WS-WEEK-AVG - WS-PRIOR-AVG
                       >= WS-TREND-MIN-SECS
                   MOVE "Y" TO WS-TRENDING
                   ADD 1 TO WS-TRENDING-COUNT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-OVER-TARGET = "Y" AND WS-TRENDING = "Y"
                   MOVE "OVER TARGET/TRENDING" TO WS-FLAG-TEXT
               WHEN WS-OVER-TARGET = "Y"
                   MOVE "OVER TARGET" TO WS-FLAG-TEXT
               WHEN WS-TRENDING = "Y"
                   MOVE "TRENDING LONGER" TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG-TEXT
           END-EVALUATE.
           IF WS-SL-RC(WS-SL-IDX) NOT = 0
               ADD 1 TO WS-FAILED-COUNT
               IF WS-FLAG-TEXT = SPACES
                   MOVE "STEP FAILED" TO WS-FLAG-TEXT
               END-IF
           END-IF.

           MOVE WS-SL-START-TIME(WS-SL-IDX) TO WS-TIME-WORK.
           PERFORM FORMAT-TIME.
           MOVE WS-FMT-TIME TO WS-FMT-START.
           MOVE WS-SL-END-TIME(WS-SL-IDX) TO WS-TIME-WORK.
           PERFORM FORMAT-TIME.
           MOVE WS-FMT-TIME TO WS-FMT-END.
           MOVE WS-SL-ELAPSED(WS-SL-IDX) TO WS-FMT-ELAPSED.
           MOVE WS-SL-TARGET(WS-SL-IDX) TO WS-FMT-TARGET.
           MOVE WS-WEEK-AVG TO WS-FMT-WEEK-AVG.
           MOVE WS-PRIOR-AVG TO WS-FMT-PRIOR-AVG.
           MOVE WS-SL-RC(WS-SL-IDX) TO WS-FMT-RC.

           MOVE SPACES TO SLA-REPORT-LINE.
           STRING WS-SL-STEP(WS-SL-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FMT-START DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FMT-END DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FMT-ELAPSED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FMT-TARGET DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FMT-WEEK-AVG DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FMT-PRIOR-AVG DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FMT-RC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           IF WS-SL-DETAIL(WS-SL-IDX) NOT = SPACES
               MOVE SPACES TO SLA-REPORT-LINE
               STRING "          " DELIMITED BY SIZE
                      WS-SL-DETAIL(WS-SL-IDX) DELIMITED BY SIZE
                      INTO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.

       FORMAT-TIME.
           MOVE WS-TP-HOURS TO WS-FT-HOURS.
           MOVE WS-TP-MINUTES TO WS-FT-MINUTES.
           MOVE WS-TP-SECONDS TO WS-FT-SECONDS.

       WRITE-EOD-STATUS.
           IF WS-EOD-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EOD-STATUS-FILE.
           IF WS-EODSTAT-FILE-STATUS = "35"
               OPEN OUTPUT EOD-STATUS-FILE
           END-IF.
           MOVE WS-DATE TO ES-DATE.
           MOVE "RUNSLA  " TO ES-STEP.
           MOVE WS-ES-FLAG TO ES-FLAG.
           MOVE WS-ES-DETAIL TO ES-DETAIL.
           WRITE EOD-STATUS-RECORD.
           CLOSE EOD-STATUS-FILE.

       REGISTER-SPOOL-ENTRY.
           OPEN EXTEND SPOOL-CATALOG-FILE.
           IF WS-SPOOLCAT-FILE-STATUS = "35"
               OPEN OUTPUT SPOOL-CATALOG-FILE
           END-IF.
           MOVE WS-SPOOL-TYPE TO SC-REPORT-TYPE.
           MOVE WS-SPOOL-KEY TO SC-KEY.
           MOVE WS-SPOOL-DATE TO SC-RUN-DATE.
           MOVE WS-SPOOL-FILENAME TO SC-FILENAME.
           WRITE SPOOL-CATALOG-RECORD.
           CLOSE SPOOL-CATALOG-FILE.
