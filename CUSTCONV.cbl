       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-OLD-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRO-ID
           ALTERNATE RECORD KEY IS CRO-EMAIL
           FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT CUSTOMER-TEMP-FILE ASSIGN TO "CUSTCONV.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-ID
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05 CRO-CITY           PIC X(20).
           05 CRO-STATE          PIC X(2).
           05 CRO-ZIP            PIC X(10).
           05 CRO-STMT-CYCLE     PIC 9(2).
           05 CRO-ID-TYPE        PIC X(1).
           05 CRO-ID-NUMBER      PIC X(20).
           05 CRO-ID-STATE       PIC X(2).
           05 CRO-ID-EXPIRY      PIC 9(8).
           05 CRO-RISK-RATING    PIC X(1).
           05 CRO-NEXT-REVIEW-DATE PIC 9(8).
           05 CRO-LAST-REVIEW-DATE PIC 9(8).
           05 CRO-DEATH-DATE     PIC 9(8).

       FD CUSTOMER-TEMP-FILE.
       01 CUSTOMER-TEMP-RECORD.
           05 CRT-ID             PIC 9(5).
           05 CRT-NAME           PIC X(30).
           05 CRT-EMAIL          PIC X(50).
           05 CRT-BIRTHDATE      PIC 9(8).
           05 CRT-STATUS         PIC X(1).
           05 CRT-PHONE          PIC X(15).
           05 CRT-ADDRESS        PIC X(40).
           05 CRT-CITY           PIC X(20).
           05 CRT-STATE          PIC X(2).
           05 CRT-ZIP            PIC X(10).
           05 CRT-STMT-CYCLE     PIC 9(2).
           05 CRT-ID-TYPE        PIC X(1).
           05 CRT-ID-NUMBER      PIC X(20).
           05 CRT-ID-STATE       PIC X(2).
           05 CRT-ID-EXPIRY      PIC 9(8).
           05 CRT-RISK-RATING    PIC X(1).
           05 CRT-NEXT-REVIEW-DATE PIC 9(8).
           05 CRT-LAST-REVIEW-DATE PIC 9(8).
           05 CRT-DEATH-DATE     PIC 9(8).
           05 CRT-TIN            PIC X(9).
           05 CRT-TIN-TYPE       PIC X(1).
           05 CRT-W9-STATUS      PIC X(1).
           05 CRT-W9-DATE        PIC 9(8).
           05 CRT-BACKUP-WH      PIC X(1).

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

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-TEMP-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-READ-COUNT           PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CUSTOMER-OLD-FILE.
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "Customer master (CUSTMST.dat) could not be "
                   "opened with the prior record layout. Status: "
                   WS-OLD-FILE-STATUS ". Nothing converted."
               CLOSE CUSTOMER-OLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CUSTOMER-TEMP-FILE.
           IF WS-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "Could not create work file (CUSTCONV.tmp). "
                   "Status: " WS-TEMP-FILE-STATUS
               CLOSE CUSTOMER-OLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-OLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-OLD-FILE.
           CLOSE CUSTOMER-TEMP-FILE.

           CALL "CBL_DELETE_FILE" USING "CUSTMST.dat".
           PERFORM RELOAD-CUSTOMER-FILE.
           CALL "CBL_DELETE_FILE" USING "CUSTCONV.tmp".

           DISPLAY "===================================".
           DISPLAY "CUSTOMER MASTER CONVERSION COMPLETE".
           DISPLAY "Records read: " WS-READ-COUNT.
           DISPLAY "Records reloaded: " WS-LOADED-COUNT.
           DISPLAY "Records rejected: " WS-REJECT-COUNT.
           DISPLAY "===================================".
           GOBACK.

      *    Converted records start with no W-9 and backup withholding.
       CONVERT-ONE-CUSTOMER.
           MOVE CRO-ID TO CRT-ID.
           MOVE CRO-NAME TO CRT-NAME.
           MOVE CRO-EMAIL TO CRT-EMAIL.
           MOVE CRO-BIRTHDATE TO CRT-BIRTHDATE.
           MOVE CRO-STATUS TO CRT-STATUS.
           MOVE CRO-PHONE TO CRT-PHONE.
           MOVE CRO-ADDRESS TO CRT-ADDRESS.
           MOVE CRO-CITY TO CRT-CITY.
           MOVE CRO-STATE TO CRT-STATE.
           MOVE CRO-ZIP TO CRT-ZIP.
           MOVE CRO-STMT-CYCLE TO CRT-STMT-CYCLE.
           MOVE CRO-ID-TYPE TO CRT-ID-TYPE.
           MOVE CRO-ID-NUMBER TO CRT-ID-NUMBER.
           MOVE CRO-ID-STATE TO CRT-ID-STATE.
           MOVE CRO-ID-EXPIRY TO CRT-ID-EXPIRY.
           MOVE CRO-RISK-RATING TO CRT-RISK-RATING.
           MOVE CRO-NEXT-REVIEW-DATE TO CRT-NEXT-REVIEW-DATE.
           MOVE CRO-LAST-REVIEW-DATE TO CRT-LAST-REVIEW-DATE.
           MOVE CRO-DEATH-DATE TO CRT-DEATH-DATE.
           MOVE SPACES TO CRT-TIN.
           MOVE SPACE TO CRT-TIN-TYPE.
           MOVE "N" TO CRT-W9-STATUS.
           MOVE 0 TO CRT-W9-DATE.
           MOVE "Y" TO CRT-BACKUP-WH.
           WRITE CUSTOMER-TEMP-RECORD
               INVALID KEY
                   DISPLAY "Customer " CRO-ID " rejected (duplicate)."
                   ADD 1 TO WS-REJECT-COUNT
           END-WRITE.

       RELOAD-CUSTOMER-FILE.
           OPEN INPUT CUSTOMER-TEMP-FILE.
           OPEN OUTPUT CUSTOMER-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-TEMP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE CUSTOMER-RECORD FROM CUSTOMER-TEMP-RECORD
                           INVALID KEY
                               DISPLAY "Customer " CRT-ID
                                   " rejected (duplicate email)."
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-TEMP-FILE.
           CLOSE CUSTOMER-FILE.
