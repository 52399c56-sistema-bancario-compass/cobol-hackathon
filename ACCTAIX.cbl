       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTAIX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-OLD-FILE ASSIGN TO "ACCOUNT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACO-ID
           FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT ACCOUNT-TEMP-FILE ASSIGN TO "ACCTAIX.tmp"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-ID
           FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same record layout; rebuilt to add the customer keys.
       FD ACCOUNT-OLD-FILE.
       01 ACCOUNT-OLD-RECORD.
           05 ACO-ID             PIC 9(6).
           05 ACO-REST           PIC X(109).

       FD ACCOUNT-TEMP-FILE.
       01 ACCOUNT-TEMP-RECORD.
           05 ACT-ID             PIC 9(6).
           05 ACT-REST           PIC X(109).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           05 AC-ID              PIC 9(6).
           05 AC-CUST-ID         PIC 9(5).
           05 FILLER             PIC X(18).
           05 AC-JOINT-CUST-ID   PIC 9(5).
           05 FILLER             PIC X(72).
           05 AC-CUSTODIAN-ID    PIC 9(5).
           05 FILLER             PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-TEMP-FILE-STATUS     PIC X(2) VALUE "00".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-EOF                  PIC X VALUE "N".
       01 WS-READ-COUNT           PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ACCOUNT-OLD-FILE.
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "Account file (ACCOUNT.dat) could not be "
                   "opened. Status: " WS-OLD-FILE-STATUS
                   ". Nothing converted."
               CLOSE ACCOUNT-OLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ACCOUNT-TEMP-FILE.
           IF WS-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "Could not create work file (ACCTAIX.tmp). "
                   "Status: " WS-TEMP-FILE-STATUS
               CLOSE ACCOUNT-OLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-OLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM COPY-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-OLD-FILE.
           CLOSE ACCOUNT-TEMP-FILE.

           CALL "CBL_DELETE_FILE" USING "ACCOUNT.dat".
           PERFORM RELOAD-ACCOUNT-FILE.
           CALL "CBL_DELETE_FILE" USING "ACCTAIX.tmp".

           DISPLAY "===================================".
           DISPLAY "ACCOUNT MASTER INDEX REBUILD COMPLETE".
           DISPLAY "Records read: " WS-READ-COUNT.
           DISPLAY "Records reloaded: " WS-LOADED-COUNT.
           DISPLAY "===================================".
           GOBACK.

       COPY-ONE-ACCOUNT.
           MOVE ACO-ID TO ACT-ID.
           MOVE ACO-REST TO ACT-REST.
           WRITE ACCOUNT-TEMP-RECORD
               INVALID KEY
                   DISPLAY "Account " ACO-ID " rejected (duplicate)."
           END-WRITE.

       RELOAD-ACCOUNT-FILE.
           OPEN INPUT ACCOUNT-TEMP-FILE.
           OPEN OUTPUT ACCOUNT-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNT-TEMP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE ACCOUNT-RECORD
                           FROM ACCOUNT-TEMP-RECORD
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-TEMP-FILE.
           CLOSE ACCOUNT-FILE.
