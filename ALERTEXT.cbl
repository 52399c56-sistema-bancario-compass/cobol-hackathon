           SELECT CONTACT-LOG-FILE ASSIGN TO "CONTLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTLOG-FILE-STATUS.
           SELECT CONTACT-CHANGE-FILE ASSIGN TO "CONTCHG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTCHG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 AL-CD-MATURITY VALUE "M".
               88 AL-LARGE-TXN   VALUE "X".
               88 AL-LOAN-PAST-DUE VALUE "P".
               88 AL-CONTACT-CHANGE VALUE "C".
           05 AL-AMOUNT          PIC 9(6)V99.
           05 AL-SENT            PIC X(1).
               88 AL-IS-SENT     VALUE "Y".
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

       FD NOTIFY-FILE.
       01 NOTIFY-LINE            PIC X(132).
               88 CN-OTHER       VALUE "O".
           05 CN-NOTE            PIC X(60).

       FD CONTACT-CHANGE-FILE.
       01 CONTACT-CHANGE-RECORD.
           05 CC-CUST-ID         PIC 9(5).
           05 CC-DATE            PIC 9(8).
           05 CC-TIME            PIC 9(6).
           05 CC-COOLOFF-END     PIC 9(8).
           05 CC-FIELDS.
               10 CC-EMAIL-CHANGED   PIC X(1).
               10 CC-PHONE-CHANGED   PIC X(1).
               10 CC-ADDRESS-CHANGED PIC X(1).
           05 CC-OLD-EMAIL       PIC X(50).
           05 CC-OLD-PHONE       PIC X(15).
           05 CC-OLD-ADDRESS     PIC X(40).
           05 CC-OLD-CITY        PIC X(20).
           05 CC-OLD-STATE       PIC X(2).
           05 CC-OLD-ZIP         PIC X(10).
           05 CC-OPERATOR        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ALERTQ-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-CONTLOG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CONTCHG-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CONTCHG-EOF          PIC X VALUE "N".
       01 WS-CHANGE-FOUND         PIC X VALUE "N".
       01 WS-CHANGED-TEXT         PIC X(30) VALUE SPACES.
       01 WS-CURRENT-TIME         PIC 9(6) VALUE 0.
       01 WS-TIME-TEXT            PIC X(16) VALUE SPACES.
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".

       EXTRACT-ONE-ALERT.
           PERFORM GET-CUSTOMER-CONTACT.
           IF WS-AL-TYPE(WS-AL-IDX) = "C"
               PERFORM EXTRACT-CONTACT-CHANGE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-AL-TYPE(WS-AL-IDX)
               WHEN "L"
                   MOVE "LOW BALANCE" TO WS-ALERT-TEXT
           ADD 1 TO WS-SENT-COUNT.
           PERFORM WRITE-CONTACT-ENTRY.

      *    Sent to the contact details held before the change.
       EXTRACT-CONTACT-CHANGE.
           MOVE "CONTACT DETAILS CHANGED" TO WS-ALERT-TEXT.
           PERFORM FIND-CONTACT-CHANGE.
           IF WS-CHANGE-FOUND = "N"
               MOVE SPACES TO CC-OLD-EMAIL
               MOVE SPACES TO CC-OLD-ADDRESS
               MOVE SPACES TO CC-OLD-CITY
               MOVE SPACES TO CC-OLD-STATE
               MOVE SPACES TO CC-OLD-ZIP
               MOVE 0 TO CC-COOLOFF-END
               MOVE "NNN" TO CC-FIELDS
           END-IF.

           MOVE SPACES TO WS-CHANGED-TEXT.
           STRING "email " CC-EMAIL-CHANGED
               " phone " CC-PHONE-CHANGED
               " address " CC-ADDRESS-CHANGED
               DELIMITED BY SIZE INTO WS-CHANGED-TEXT.

           MOVE SPACES TO NOTIFY-LINE.
           STRING WS-AL-DATE(WS-AL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ALERT-TEXT DELIMITED BY SIZE
                  " Customer " DELIMITED BY SIZE
                  WS-AL-CUST-ID(WS-AL-IDX) DELIMITED BY SIZE
                  " Changed: " DELIMITED BY SIZE
                  WS-CHANGED-TEXT DELIMITED BY SIZE
                  INTO NOTIFY-LINE.
           WRITE NOTIFY-LINE.
           MOVE SPACES TO NOTIFY-LINE.
           STRING "  " DELIMITED BY SIZE
                  CR-NAME DELIMITED BY SIZE
                  " Cool-off until " DELIMITED BY SIZE
                  CC-COOLOFF-END DELIMITED BY SIZE
                  INTO NOTIFY-LINE.
           WRITE NOTIFY-LINE.
           MOVE SPACES TO NOTIFY-LINE.
           STRING "  Send to previous email " DELIMITED BY SIZE
                  CC-OLD-EMAIL DELIMITED BY SIZE
                  INTO NOTIFY-LINE.
           WRITE NOTIFY-LINE.
           MOVE SPACES TO NOTIFY-LINE.
           STRING "  Send to previous address " DELIMITED BY SIZE
                  FUNCTION TRIM(CC-OLD-ADDRESS) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(CC-OLD-CITY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CC-OLD-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CC-OLD-ZIP DELIMITED BY SIZE
                  INTO NOTIFY-LINE.
           WRITE NOTIFY-LINE.

           MOVE "Y" TO WS-AL-SENT(WS-AL-IDX).
           ADD 1 TO WS-SENT-COUNT.
           PERFORM WRITE-CONTACT-ENTRY.

       FIND-CONTACT-CHANGE.
           MOVE "N" TO WS-CHANGE-FOUND.
           OPEN INPUT CONTACT-CHANGE-FILE.
           IF WS-CONTCHG-FILE-STATUS NOT = "00"
               CLOSE CONTACT-CHANGE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONTCHG-EOF.
           PERFORM UNTIL WS-CONTCHG-EOF = "Y"
               READ CONTACT-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-CONTCHG-EOF
                   NOT AT END
                       IF CC-CUST-ID = WS-AL-CUST-ID(WS-AL-IDX)
                           AND CC-DATE = WS-AL-DATE(WS-AL-IDX)
                           AND CC-TIME = WS-AL-TIME(WS-AL-IDX)
                           MOVE "Y" TO WS-CHANGE-FOUND
                           MOVE "Y" TO WS-CONTCHG-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-CHANGE-FILE.

       WRITE-CONTACT-ENTRY.
           OPEN EXTEND CONTACT-LOG-FILE.
           IF WS-CONTLOG-FILE-STATUS = "35"
