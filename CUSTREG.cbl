           FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-ID
           ALTERNATE RECORD KEY IS AC-CUST-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-JOINT-CUST-ID
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS AC-CUSTODIAN-ID
               WITH DUPLICATES.
           SELECT DUAL-CONTROL-FILE ASSIGN TO "DUALCTL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUALCTL-FILE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTJRNL-FILE-STATUS.
           SELECT CONTACT-CHANGE-FILE ASSIGN TO "CONTCHG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTCHG-FILE-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERTQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD CUSTOMER-ARCHIVE-FILE.
       01 CUSTOMER-ARCHIVE-RECORD.
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

       FD DUAL-CONTROL-FILE.
       01 DUAL-CONTROL-RECORD.
           05 DC-WITHDRAW-THRESHOLD PIC 9(6)V99.
           05 DC-REVERSAL-FLAG   PIC X(1).
           05 DC-DEACT-FLAG      PIC X(1).
           05 DC-COOLOFF-DAYS    PIC 9(3).
           05 DC-COOLOFF-AMOUNT  PIC 9(6)V99.

       FD PENDING-APPROVAL-FILE.
       01 PENDING-APPROVAL-RECORD.
               88 SH-RELEASED    VALUE "R".
               88 SH-DENIED      VALUE "D".
           05 SH-OPERATOR        PIC X(8).
           05 SH-ID-TYPE         PIC X(1).
           05 SH-ID-NUMBER       PIC X(20).
           05 SH-ID-STATE        PIC X(2).
           05 SH-ID-EXPIRY       PIC 9(8).
           05 SH-TIN             PIC X(9).
           05 SH-TIN-TYPE        PIC X(1).
           05 SH-W9-STATUS       PIC X(1).
           05 SH-W9-DATE         PIC 9(8).

       FD MASTER-JOURNAL-FILE.
       01 MASTER-JOURNAL-RECORD.
               88 MJ-REPLACE     VALUE "R".
               88 MJ-REMOVE      VALUE "D".
           05 MJ-KEY             PIC 9(6).
           05 MJ-BEFORE-IMAGE    PIC X(400).
           05 MJ-AFTER-IMAGE     PIC X(400).

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

       FD ALERT-QUEUE-FILE.
       01 ALERT-QUEUE-RECORD.
           05 AL-DATE            PIC 9(8).
           05 AL-TIME            PIC 9(6).
           05 AL-ACCOUNT-ID      PIC 9(6).
           05 AL-CUST-ID         PIC 9(5).
           05 AL-TYPE            PIC X(1).
               88 AL-LOW-BALANCE VALUE "L".
               88 AL-OVERDRAFT   VALUE "O".
               88 AL-CD-MATURITY VALUE "M".
               88 AL-LARGE-TXN   VALUE "X".
               88 AL-LOAN-PAST-DUE VALUE "P".
               88 AL-CONTACT-CHANGE VALUE "C".
           05 AL-AMOUNT          PIC 9(6)V99.
           05 AL-SENT            PIC X(1).
               88 AL-IS-SENT     VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-MSTJRNL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-MJ-FILE-ID       PIC X(8) VALUE "CUSTMST ".
       01 WS-MJ-ACTION        PIC X(1) VALUE SPACE.
       01 WS-MJ-KEY           PIC 9(6) VALUE 0.
       01 WS-MJ-BEFORE-IMAGE  PIC X(400) VALUE SPACES.
       01 WS-MJ-AFTER-IMAGE   PIC X(400) VALUE SPACES.
       01 WS-CUSTOMER-ID     PIC 9(5) VALUE 00001.
       01 WS-NAME            PIC X(30).
       01 WS-EMAIL           PIC X(50).
       01 WS-BIRTH-DATE-NUM  REDEFINES WS-BIRTHDATE PIC 9(8).
       01 WS-ACTION          PIC X VALUE SPACE.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-OWNER-ROLE      PIC X VALUE "P".
       01 WS-OWNER-REPEAT    PIC X VALUE "N".
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-CUSTOMER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-VALID-DATA       PIC X VALUE "Y".
       01 WS-DUALCTL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PENDAPPR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DC-DEACT-FLAG    PIC X VALUE "N".
       01 WS-DC-COOLOFF-DAYS  PIC 9(3) VALUE 10.
       01 WS-CONTCHG-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ALERTQ-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OLD-EMAIL        PIC X(50).
       01 WS-OLD-PHONE        PIC X(15).
       01 WS-OLD-ADDRESS      PIC X(40).
       01 WS-OLD-CITY         PIC X(20).
       01 WS-OLD-STATE        PIC X(2).
       01 WS-OLD-ZIP          PIC X(10).
       01 WS-CONTACT-FIELDS.
          05 WS-EMAIL-CHANGED    PIC X(1).
          05 WS-PHONE-CHANGED    PIC X(1).
          05 WS-ADDRESS-CHANGED  PIC X(1).
       01 WS-CHANGE-DATE      PIC 9(8) VALUE 0.
       01 WS-CHANGE-TIME      PIC 9(6) VALUE 0.
       01 WS-COOLOFF-END      PIC 9(8) VALUE 0.
       01 WS-PENDING-ID       PIC 9(5) VALUE 1.
       01 WS-PEND-EOF         PIC X VALUE "N".
       01 WS-DENYLIST-FILE-STATUS PIC X(2) VALUE "00".
             10 WS-SH-MATCHED     PIC X(30).
             10 WS-SH-STATUS      PIC X(1).
             10 WS-SH-OPERATOR    PIC X(8).
             10 WS-SH-ID-TYPE     PIC X(1).
             10 WS-SH-ID-NUMBER   PIC X(20).
             10 WS-SH-ID-STATE    PIC X(2).
             10 WS-SH-ID-EXPIRY   PIC 9(8).
             10 WS-SH-TIN         PIC X(9).
             10 WS-SH-TIN-TYPE    PIC X(1).
             10 WS-SH-W9-STATUS   PIC X(1).
             10 WS-SH-W9-DATE     PIC 9(8).
       01 WS-HOLD-COUNT       PIC 9(3) VALUE 0.
       01 WS-ID-TYPE          PIC X(1) VALUE SPACE.
       01 WS-ID-NUMBER        PIC X(20) VALUE SPACES.
       01 WS-ID-STATE         PIC X(2) VALUE SPACES.
       01 WS-ID-EXPIRY        PIC 9(8) VALUE 0.
       01 WS-RISK-RATING      PIC X(1) VALUE SPACE.
       01 WS-RISK-SCREENED    PIC X VALUE "N".
       01 WS-REVIEW-YEARS     PIC 9(1) VALUE 0.
       01 WS-NEXT-REVIEW-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-RATING       PIC X(1) VALUE SPACE.
       01 WS-CAPTURE-ID       PIC X VALUE "N".
       01 WS-RATING-RANK-SOURCE PIC X(1) VALUE SPACE.
       01 WS-RATING-RANK      PIC 9(1) VALUE 0.
       01 WS-OLD-RATING-RANK  PIC 9(1) VALUE 0.
       01 WS-HOLD-TABLE-FULL  PIC X VALUE "N".
       01 WS-TIN              PIC X(9) VALUE SPACES.
       01 WS-TIN-TYPE         PIC X(1) VALUE SPACE.
       01 WS-W9-STATUS        PIC X(1) VALUE SPACE.
       01 WS-W9-DATE          PIC 9(8) VALUE 0.
       01 WS-W9-SIGNED        PIC X VALUE "N".
       01 WS-TIN-MASK         PIC X(9) VALUE SPACES.


       LINKAGE SECTION.
           END-IF.

           DISPLAY "R: Register  /  U: Update  /  D: Deactivate  /  "
               "S: Screening Queue  /  K: KYC Review  /  "
               "T: Taxpayer ID".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
                   PERFORM DEACTIVATE-CUSTOMER
               WHEN "S"
                   PERFORM SCREENING-QUEUE
               WHEN "K"
                   PERFORM KYC-REVIEW-CUSTOMER
               WHEN "T"
                   PERFORM TAXPAYER-ID-CUSTOMER
               WHEN OTHER
                   DISPLAY "Invalid Option"
           END-EVALUATE.
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-ID-DOCUMENT.
           IF WS-VALID-DATA = "N"
               DISPLAY WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-TAXPAYER-ID.
           IF WS-VALID-DATA = "N"
               DISPLAY WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NAME TO WS-SCREEN-NAME.
           PERFORM SCREEN-AGAINST-DENY-LIST.
           IF WS-SCREEN-HIT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RISK-SCREENED.
           PERFORM ASSIGN-RISK-RATING.

           PERFORM OPEN-CUSTOMER-IO.
           MOVE WS-CUSTOMER-ID TO CR-ID.
           MOVE WS-NAME TO CR-NAME.
           MOVE WS-STATE TO CR-STATE.
           MOVE WS-ZIP TO CR-ZIP.
           MOVE WS-STMT-CYCLE TO CR-STMT-CYCLE.
           PERFORM MOVE-KYC-FIELDS-TO-RECORD.
           PERFORM MOVE-TAX-FIELDS-TO-RECORD.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer ID already exists."

           DISPLAY "Customer Registered Successfully!".
           DISPLAY "Customer ID: " WS-CUSTOMER-ID.
           DISPLAY "Risk rating: " WS-RISK-RATING
               "  Next due diligence review: " WS-NEXT-REVIEW-DATE.
           IF CR-BACKUP-WITHHOLD
               DISPLAY "No certified W-9 on file. Interest will be "
                   "subject to backup withholding."
           END-IF.
           ADD 1 TO WS-CUSTOMER-ID.

       SCREEN-AGAINST-DENY-LIST.
           MOVE WS-MATCHED-NAME TO SH-MATCHED-NAME.
           MOVE "P" TO SH-STATUS.
           MOVE OC-ID TO SH-OPERATOR.
           MOVE WS-ID-TYPE TO SH-ID-TYPE.
           MOVE WS-ID-NUMBER TO SH-ID-NUMBER.
           MOVE WS-ID-STATE TO SH-ID-STATE.
           MOVE WS-ID-EXPIRY TO SH-ID-EXPIRY.
           MOVE WS-TIN TO SH-TIN.
           MOVE WS-TIN-TYPE TO SH-TIN-TYPE.
           MOVE WS-W9-STATUS TO SH-W9-STATUS.
           MOVE WS-W9-DATE TO SH-W9-DATE.
           WRITE SCREEN-HOLD-RECORD.
           CLOSE SCREEN-HOLD-FILE.

           MOVE WS-SH-STATE(WS-SH-IDX) TO CR-STATE.
           MOVE WS-SH-ZIP(WS-SH-IDX) TO CR-ZIP.
           MOVE WS-SH-STMT-CYCLE(WS-SH-IDX) TO CR-STMT-CYCLE.
           MOVE WS-SH-ID-TYPE(WS-SH-IDX) TO WS-ID-TYPE.
           MOVE WS-SH-ID-NUMBER(WS-SH-IDX) TO WS-ID-NUMBER.
           MOVE WS-SH-ID-STATE(WS-SH-IDX) TO WS-ID-STATE.
           MOVE WS-SH-ID-EXPIRY(WS-SH-IDX) TO WS-ID-EXPIRY.
           MOVE WS-SH-TIN(WS-SH-IDX) TO WS-TIN.
           MOVE WS-SH-TIN-TYPE(WS-SH-IDX) TO WS-TIN-TYPE.
           MOVE WS-SH-W9-STATUS(WS-SH-IDX) TO WS-W9-STATUS.
           MOVE WS-SH-W9-DATE(WS-SH-IDX) TO WS-W9-DATE.
           MOVE WS-SH-STATE(WS-SH-IDX) TO WS-STATE.
           MOVE "Y" TO WS-RISK-SCREENED.
           PERFORM ASSIGN-RISK-RATING.
           PERFORM MOVE-KYC-FIELDS-TO-RECORD.
           PERFORM MOVE-TAX-FIELDS-TO-RECORD.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer ID already exists."

           DISPLAY "Registration released. Customer ID: "
               WS-CUSTOMER-ID.
           DISPLAY "Risk rating: " WS-RISK-RATING
               "  Next due diligence review: " WS-NEXT-REVIEW-DATE.

       LOAD-SCREEN-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
                           MOVE SH-STATUS TO WS-SH-STATUS(WS-SH-IDX)
                           MOVE SH-OPERATOR
                               TO WS-SH-OPERATOR(WS-SH-IDX)
                           MOVE SH-ID-TYPE
                               TO WS-SH-ID-TYPE(WS-SH-IDX)
                           MOVE SH-ID-NUMBER
                               TO WS-SH-ID-NUMBER(WS-SH-IDX)
                           MOVE SH-ID-STATE
                               TO WS-SH-ID-STATE(WS-SH-IDX)
                           IF SH-ID-EXPIRY NUMERIC
                               MOVE SH-ID-EXPIRY
                                   TO WS-SH-ID-EXPIRY(WS-SH-IDX)
                           ELSE
                               MOVE 0 TO WS-SH-ID-EXPIRY(WS-SH-IDX)
                           END-IF
                           MOVE SH-TIN TO WS-SH-TIN(WS-SH-IDX)
                           MOVE SH-TIN-TYPE
                               TO WS-SH-TIN-TYPE(WS-SH-IDX)
                           MOVE SH-W9-STATUS
                               TO WS-SH-W9-STATUS(WS-SH-IDX)
                           IF SH-W9-DATE NUMERIC
                               MOVE SH-W9-DATE
                                   TO WS-SH-W9-DATE(WS-SH-IDX)
                           ELSE
                               MOVE 0 TO WS-SH-W9-DATE(WS-SH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-SH-MATCHED(WS-SH-IDX) TO SH-MATCHED-NAME
               MOVE WS-SH-STATUS(WS-SH-IDX) TO SH-STATUS
               MOVE WS-SH-OPERATOR(WS-SH-IDX) TO SH-OPERATOR
               MOVE WS-SH-ID-TYPE(WS-SH-IDX) TO SH-ID-TYPE
               MOVE WS-SH-ID-NUMBER(WS-SH-IDX) TO SH-ID-NUMBER
               MOVE WS-SH-ID-STATE(WS-SH-IDX) TO SH-ID-STATE
               MOVE WS-SH-ID-EXPIRY(WS-SH-IDX) TO SH-ID-EXPIRY
               MOVE WS-SH-TIN(WS-SH-IDX) TO SH-TIN
               MOVE WS-SH-TIN-TYPE(WS-SH-IDX) TO SH-TIN-TYPE
               MOVE WS-SH-W9-STATUS(WS-SH-IDX) TO SH-W9-STATUS
               MOVE WS-SH-W9-DATE(WS-SH-IDX) TO SH-W9-DATE
               WRITE SCREEN-HOLD-RECORD
               SET WS-SH-IDX UP BY 1
           END-PERFORM.

       UPDATE-CUSTOMER-INFO.
           MOVE CR-NAME TO WS-OLD-NAME.
           MOVE CR-EMAIL TO WS-OLD-EMAIL.
           MOVE CR-PHONE TO WS-OLD-PHONE.
           MOVE CR-ADDRESS TO WS-OLD-ADDRESS.
           MOVE CR-CITY TO WS-OLD-CITY.
           MOVE CR-STATE TO WS-OLD-STATE.
           MOVE CR-ZIP TO WS-OLD-ZIP.
           DISPLAY "Enter new Name (current: " CR-NAME "):".
           ACCEPT WS-NAME.
           DISPLAY "Enter new Email (current: " CR-EMAIL "):".
               INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.
           DISPLAY "Customer updated successfully!".
           PERFORM CHECK-CONTACT-CHANGE.

      *    Contact changes start a cool-off on large debits.
       CHECK-CONTACT-CHANGE.
           MOVE "NNN" TO WS-CONTACT-FIELDS.
           IF WS-EMAIL NOT = WS-OLD-EMAIL
               MOVE "Y" TO WS-EMAIL-CHANGED
           END-IF.
           IF WS-PHONE NOT = WS-OLD-PHONE
               MOVE "Y" TO WS-PHONE-CHANGED
           END-IF.
           IF WS-ADDRESS NOT = WS-OLD-ADDRESS
               OR WS-CITY NOT = WS-OLD-CITY
               OR WS-STATE NOT = WS-OLD-STATE
               OR WS-ZIP NOT = WS-OLD-ZIP
               MOVE "Y" TO WS-ADDRESS-CHANGED
           END-IF.
           IF WS-CONTACT-FIELDS = "NNN"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-DUAL-CONTROL.
           ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CHANGE-DATE.
           ACCEPT WS-CURRENT-DATE-TIME FROM TIME.
           MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-CHANGE-TIME.
           COMPUTE WS-COOLOFF-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CHANGE-DATE)
               + WS-DC-COOLOFF-DAYS).

           OPEN EXTEND CONTACT-CHANGE-FILE.
           IF WS-CONTCHG-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-CHANGE-FILE
           END-IF.
           MOVE WS-CUSTOMER-ID TO CC-CUST-ID.
           MOVE WS-CHANGE-DATE TO CC-DATE.
           MOVE WS-CHANGE-TIME TO CC-TIME.
           MOVE WS-COOLOFF-END TO CC-COOLOFF-END.
           MOVE WS-CONTACT-FIELDS TO CC-FIELDS.
           MOVE WS-OLD-EMAIL TO CC-OLD-EMAIL.
           MOVE WS-OLD-PHONE TO CC-OLD-PHONE.
           MOVE WS-OLD-ADDRESS TO CC-OLD-ADDRESS.
           MOVE WS-OLD-CITY TO CC-OLD-CITY.
           MOVE WS-OLD-STATE TO CC-OLD-STATE.
           MOVE WS-OLD-ZIP TO CC-OLD-ZIP.
           MOVE OC-ID TO CC-OPERATOR.
           WRITE CONTACT-CHANGE-RECORD.
           CLOSE CONTACT-CHANGE-FILE.

           OPEN EXTEND ALERT-QUEUE-FILE.
           IF WS-ALERTQ-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF.
           MOVE WS-CHANGE-DATE TO AL-DATE.
           MOVE WS-CHANGE-TIME TO AL-TIME.
           MOVE 0 TO AL-ACCOUNT-ID.
           MOVE WS-CUSTOMER-ID TO AL-CUST-ID.
           MOVE "C" TO AL-TYPE.
           MOVE 0 TO AL-AMOUNT.
           MOVE "N" TO AL-SENT.
           WRITE ALERT-QUEUE-RECORD.
           CLOSE ALERT-QUEUE-FILE.

           MOVE "CONTACT CHANGED" TO WS-AUDIT-ACTION.
           MOVE WS-CUSTOMER-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Email/Phone/Addr " WS-CONTACT-FIELDS
               " cool-off to " WS-COOLOFF-END
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.
           DISPLAY "Contact details changed. Notice queued to the "
               "previous contact.".
           DISPLAY "Large debits and PIN resets need approval until "
               WS-COOLOFF-END ".".
           
       DEACTIVATE-CUSTOMER.
           IF OC-LEVEL < 2
               EXIT PARAGRAPH
           END-IF.

           IF CR-DECEASED
               DISPLAY "Customer is recorded as deceased. Settle "
                   "the accounts through estate processing."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-CUSTOMER-HAS-OPEN-ACCOUNTS.
           IF WS-HAS-OPEN-ACCOUNTS = "Y"
               DISPLAY "Customer has open accounts. Deactivation "
           DISPLAY "Customer " WS-CUSTOMER-ID
               " deactivated and archived.".

      *    Lowering the rating takes supervisor authority.
       KYC-REVIEW-CUSTOMER.
           DISPLAY "Enter Customer ID to review:".
           ACCEPT WS-CUSTOMER-ID.

           PERFORM VALIDATE-CUSTOMER-ID.
           IF WS-VALID-DATA = "N"
               DISPLAY WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CUSTOMER-FILE.
           IF WS-FOUND = "N"
               DISPLAY "Customer ID not found!"
               EXIT PARAGRAPH
           END-IF.

           IF CR-INACTIVE OR CR-DECEASED
               DISPLAY "Customer is not active. Review refused."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "-----------------------------------".
           DISPLAY "Customer: " CR-ID " " CR-NAME.
           DISPLAY "ID document: " CR-ID-TYPE " " CR-ID-NUMBER
               " State: " CR-ID-STATE " Expires: " CR-ID-EXPIRY.
           DISPLAY "Risk rating: " CR-RISK-RATING
               "  Last review: " CR-LAST-REVIEW-DATE
               "  Next review: " CR-NEXT-REVIEW-DATE.
           DISPLAY "-----------------------------------".

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE CR-ID-TYPE TO WS-ID-TYPE.
           MOVE CR-ID-NUMBER TO WS-ID-NUMBER.
           MOVE CR-ID-STATE TO WS-ID-STATE.
           IF CR-ID-EXPIRY NUMERIC
               MOVE CR-ID-EXPIRY TO WS-ID-EXPIRY
           ELSE
               MOVE 0 TO WS-ID-EXPIRY
           END-IF.
           MOVE CR-STATE TO WS-STATE.

           IF CR-ID-TYPE = SPACE OR CR-ID-NUMBER = SPACES
               OR WS-ID-EXPIRY < WS-CURRENT-DATE
               DISPLAY "The ID document on file is missing or has "
                   "expired. A current document is required."
               MOVE "Y" TO WS-CAPTURE-ID
           ELSE
               DISPLAY "Capture a new ID document? (Y/N):"
               ACCEPT WS-CAPTURE-ID
           END-IF.
           IF WS-CAPTURE-ID = "Y" OR WS-CAPTURE-ID = "y"
               PERFORM CAPTURE-ID-DOCUMENT
               IF WS-VALID-DATA = "N"
                   DISPLAY WS-ERROR-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE CR-RISK-RATING TO WS-RISK-RATING.
           DISPLAY "Enter risk rating L/M/H (blank keeps "
               CR-RISK-RATING "):".
           MOVE SPACE TO WS-NEW-RATING.
           ACCEPT WS-NEW-RATING.
           MOVE FUNCTION UPPER-CASE(WS-NEW-RATING) TO WS-NEW-RATING.
           IF WS-NEW-RATING NOT = SPACE
               IF WS-NEW-RATING NOT = "L" AND WS-NEW-RATING NOT = "M"
                   AND WS-NEW-RATING NOT = "H"
                   DISPLAY "Risk rating must be L, M or H."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RISK-RATING TO WS-RATING-RANK-SOURCE
               PERFORM RANK-RISK-RATING
               MOVE WS-RATING-RANK TO WS-OLD-RATING-RANK
               MOVE WS-NEW-RATING TO WS-RATING-RANK-SOURCE
               PERFORM RANK-RISK-RATING
               IF WS-RATING-RANK < WS-OLD-RATING-RANK
                   AND OC-LEVEL < 2
                   DISPLAY "Lowering a risk rating requires "
                       "supervisor authority."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NEW-RATING TO WS-RISK-RATING
           END-IF.
           IF WS-RISK-RATING NOT = "L" AND WS-RISK-RATING NOT = "M"
               AND WS-RISK-RATING NOT = "H"
               MOVE "M" TO WS-RISK-RATING
           END-IF.
           PERFORM SET-NEXT-REVIEW-DATE.

           PERFORM OPEN-CUSTOMER-IO.
           MOVE WS-CUSTOMER-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer ID not found!"
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUSTOMER-RECORD TO WS-MJ-BEFORE-IMAGE.
           PERFORM MOVE-KYC-FIELDS-TO-RECORD.
           MOVE CUSTOMER-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Review could not be recorded. Status: "
                       WS-CUSTOMER-FILE-STATUS
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE CR-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           CLOSE CUSTOMER-FILE.

           MOVE "KYC REVIEW" TO WS-AUDIT-ACTION.
           MOVE WS-CUSTOMER-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "Rating " WS-RISK-RATING " ID " WS-ID-TYPE
               " exp " WS-ID-EXPIRY " next " WS-NEXT-REVIEW-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Due diligence review recorded. Risk rating: "
               WS-RISK-RATING "  Next review: " WS-NEXT-REVIEW-DATE.

      *    The TIN is shown masked to the last four digits.
       TAXPAYER-ID-CUSTOMER.
           DISPLAY "Enter Customer ID:".
           ACCEPT WS-CUSTOMER-ID.

           PERFORM VALIDATE-CUSTOMER-ID.
           IF WS-VALID-DATA = "N"
               DISPLAY WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CUSTOMER-FILE.
           IF WS-FOUND = "N"
               DISPLAY "Customer ID not found!"
               EXIT PARAGRAPH
           END-IF.

           IF CR-INACTIVE
               DISPLAY "Customer is deactivated. Update refused."
               EXIT PARAGRAPH
           END-IF.

           MOVE CR-TIN TO WS-TIN.
           PERFORM MASK-TAXPAYER-ID.
           DISPLAY "-----------------------------------".
           DISPLAY "Customer: " CR-ID " " CR-NAME.
           DISPLAY "Taxpayer ID: " WS-TIN-MASK
               "  Type: " CR-TIN-TYPE
               "  W-9: " CR-W9-STATUS " " CR-W9-DATE.
           DISPLAY "Backup withholding: " CR-BACKUP-WH.
           DISPLAY "-----------------------------------".

           PERFORM CAPTURE-TAXPAYER-ID.
           IF WS-VALID-DATA = "N"
               DISPLAY WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-CUSTOMER-IO.
           MOVE WS-CUSTOMER-ID TO CR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer ID not found!"
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE CUSTOMER-RECORD TO WS-MJ-BEFORE-IMAGE.
           PERFORM MOVE-TAX-FIELDS-TO-RECORD.
           MOVE CUSTOMER-RECORD TO WS-MJ-AFTER-IMAGE.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Taxpayer ID could not be recorded. "
                       "Status: " WS-CUSTOMER-FILE-STATUS
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "R" TO WS-MJ-ACTION.
           MOVE CR-ID TO WS-MJ-KEY.
           PERFORM RECORD-MASTER-IMAGE.
           CLOSE CUSTOMER-FILE.

           PERFORM MASK-TAXPAYER-ID.
           MOVE "TAXPAYER ID UPDATED" TO WS-AUDIT-ACTION.
           MOVE WS-CUSTOMER-ID TO WS-AUDIT-KEY-ID.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "TIN " WS-TIN-MASK " type " CR-TIN-TYPE
               " W-9 " CR-W9-STATUS " backup wh " CR-BACKUP-WH
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM RECORD-AUDIT-ENTRY.

           DISPLAY "Taxpayer ID recorded. Backup withholding: "
               CR-BACKUP-WH.

      *    TIN type S or E; W-9 C certified, U uncertified, N none.
       CAPTURE-TAXPAYER-ID.
           MOVE "Y" TO WS-VALID-DATA.
           MOVE SPACES TO WS-TIN.
           MOVE SPACE TO WS-TIN-TYPE.
           MOVE "N" TO WS-W9-STATUS.
           MOVE 0 TO WS-W9-DATE.
           DISPLAY "Enter Taxpayer ID, 9 digits (blank if not "
               "provided):".
           ACCEPT WS-TIN.
           IF WS-TIN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIN NOT NUMERIC OR WS-TIN = "000000000"
               MOVE "N" TO WS-VALID-DATA
               MOVE "Taxpayer ID must be 9 digits." TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter TIN Type (S=SSN, E=EIN):".
           ACCEPT WS-TIN-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-TIN-TYPE) TO WS-TIN-TYPE.
           IF WS-TIN-TYPE NOT = "S" AND WS-TIN-TYPE NOT = "E"
               MOVE "N" TO WS-VALID-DATA
               MOVE "TIN type must be S or E." TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Signed W-9 certification received? (Y/N):".
           MOVE "N" TO WS-W9-SIGNED.
           ACCEPT WS-W9-SIGNED.
           IF WS-W9-SIGNED = "Y" OR WS-W9-SIGNED = "y"
               MOVE "C" TO WS-W9-STATUS
               ACCEPT WS-W9-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE "U" TO WS-W9-STATUS
           END-IF.

       MASK-TAXPAYER-ID.
           MOVE SPACES TO WS-TIN-MASK.
           IF WS-TIN NOT = SPACES
               MOVE "*****" TO WS-TIN-MASK(1:5)
               MOVE WS-TIN(6:4) TO WS-TIN-MASK(6:4)
           END-IF.

      *    ID type D, S, P, M or O; an expired document is refused.
       CAPTURE-ID-DOCUMENT.
           DISPLAY "Enter ID Type (D=Driver License, S=State ID, "
               "P=Passport, M=Military, O=Other):".
           ACCEPT WS-ID-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-ID-TYPE) TO WS-ID-TYPE.
           DISPLAY "Enter ID Number:".
           ACCEPT WS-ID-NUMBER.
           DISPLAY "Enter Issuing State (country code for passport):".
           ACCEPT WS-ID-STATE.
           MOVE FUNCTION UPPER-CASE(WS-ID-STATE) TO WS-ID-STATE.
           DISPLAY "Enter ID Expiry Date (YYYYMMDD):".
           ACCEPT WS-ID-EXPIRY.
           PERFORM VALIDATE-ID-DOCUMENT.

       VALIDATE-ID-DOCUMENT.
           MOVE "Y" TO WS-VALID-DATA.
           IF WS-ID-TYPE NOT = "D" AND WS-ID-TYPE NOT = "S"
               AND WS-ID-TYPE NOT = "P" AND WS-ID-TYPE NOT = "M"
               AND WS-ID-TYPE NOT = "O"
               MOVE "N" TO WS-VALID-DATA
               MOVE "ID type must be D, S, P, M or O."
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ID-NUMBER = SPACES
               MOVE "N" TO WS-VALID-DATA
               MOVE "ID number is required." TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ID-STATE = SPACES
               MOVE "N" TO WS-VALID-DATA
               MOVE "Issuing state is required." TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ID-EXPIRY NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-ID-EXPIRY) NOT = 0
               MOVE "N" TO WS-VALID-DATA
               MOVE "ID expiry must be a valid date (YYYYMMDD)."
                   TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF WS-ID-EXPIRY <= WS-CURRENT-DATE
               MOVE "N" TO WS-VALID-DATA
               MOVE "ID document has expired. Not accepted."
                   TO WS-ERROR-MESSAGE
           END-IF.

      *    High: screening release or O-type ID; medium: passport.
       ASSIGN-RISK-RATING.
           EVALUATE TRUE
               WHEN WS-RISK-SCREENED = "Y"
                   MOVE "H" TO WS-RISK-RATING
               WHEN WS-ID-TYPE = "O"
                   MOVE "H" TO WS-RISK-RATING
               WHEN WS-ID-TYPE = "P"
                   MOVE "M" TO WS-RISK-RATING
               WHEN FUNCTION UPPER-CASE(WS-ID-STATE)
                   NOT = FUNCTION UPPER-CASE(WS-STATE)
                   MOVE "M" TO WS-RISK-RATING
               WHEN OTHER
                   MOVE "L" TO WS-RISK-RATING
           END-EVALUATE.
           PERFORM SET-NEXT-REVIEW-DATE.

      *    High yearly, medium every two years, low every three.
       SET-NEXT-REVIEW-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           EVALUATE WS-RISK-RATING
               WHEN "H"
                   MOVE 1 TO WS-REVIEW-YEARS
               WHEN "M"
                   MOVE 2 TO WS-REVIEW-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-REVIEW-YEARS
           END-EVALUATE.
           MOVE WS-CURRENT-DATE TO WS-NEXT-REVIEW-DATE.
           COMPUTE WS-NEXT-REVIEW-DATE =
               WS-NEXT-REVIEW-DATE + (WS-REVIEW-YEARS * 10000).
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEXT-REVIEW-DATE) NOT = 0
               SUBTRACT 1 FROM WS-NEXT-REVIEW-DATE
           END-IF.

       RANK-RISK-RATING.
           EVALUATE WS-RATING-RANK-SOURCE
               WHEN "H"
                   MOVE 3 TO WS-RATING-RANK
               WHEN "M"
                   MOVE 2 TO WS-RATING-RANK
               WHEN "L"
                   MOVE 1 TO WS-RATING-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RATING-RANK
           END-EVALUATE.

       MOVE-KYC-FIELDS-TO-RECORD.
           MOVE WS-ID-TYPE TO CR-ID-TYPE.
           MOVE WS-ID-NUMBER TO CR-ID-NUMBER.
           MOVE WS-ID-STATE TO CR-ID-STATE.
           MOVE WS-ID-EXPIRY TO CR-ID-EXPIRY.
           MOVE WS-RISK-RATING TO CR-RISK-RATING.
           MOVE WS-NEXT-REVIEW-DATE TO CR-NEXT-REVIEW-DATE.
           MOVE WS-CURRENT-DATE TO CR-LAST-REVIEW-DATE.

      *    Backup withholding until a certified W-9 is on file.
       MOVE-TAX-FIELDS-TO-RECORD.
           MOVE WS-TIN TO CR-TIN.
           MOVE WS-TIN-TYPE TO CR-TIN-TYPE.
           MOVE WS-W9-STATUS TO CR-W9-STATUS.
           MOVE WS-W9-DATE TO CR-W9-DATE.
           IF CR-TIN = SPACES OR NOT CR-W9-CERTIFIED
               MOVE "Y" TO CR-BACKUP-WH
           ELSE
               MOVE "N" TO CR-BACKUP-WH
           END-IF.

       READ-DUAL-CONTROL.
           MOVE "N" TO WS-DC-DEACT-FLAG.
           MOVE 10 TO WS-DC-COOLOFF-DAYS.
           OPEN INPUT DUAL-CONTROL-FILE.
           IF WS-DUALCTL-FILE-STATUS = "35"
               EXIT PARAGRAPH
                   CONTINUE
               NOT AT END
                   MOVE DC-DEACT-FLAG TO WS-DC-DEACT-FLAG
                   IF DC-COOLOFF-DAYS IS NUMERIC
                       AND DC-COOLOFF-DAYS > 0
                       MOVE DC-COOLOFF-DAYS TO WS-DC-COOLOFF-DAYS
                   END-IF
           END-READ.
           CLOSE DUAL-CONTROL-FILE.

       CHECK-CUSTOMER-HAS-OPEN-ACCOUNTS.
           MOVE "N" TO WS-HAS-OPEN-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE.
           MOVE "P" TO WS-OWNER-ROLE.
           PERFORM CHECK-OWNER-OPEN-ACCOUNTS.
           IF WS-HAS-OPEN-ACCOUNTS = "N"
               MOVE "J" TO WS-OWNER-ROLE
               PERFORM CHECK-OWNER-OPEN-ACCOUNTS
           END-IF.
           CLOSE ACCOUNT-FILE.

       CHECK-OWNER-OPEN-ACCOUNTS.
           PERFORM START-OWNER-ACCOUNTS.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-OWNER-ACCOUNT
               IF WS-EOF = "N" AND AC-STATUS = "O"
                   MOVE "Y" TO WS-HAS-OPEN-ACCOUNTS
                   MOVE "Y" TO WS-EOF
               END-IF
           END-PERFORM.

      *    One pass per role: P primary owner, J joint owner.
       START-OWNER-ACCOUNTS.
           MOVE "N" TO WS-EOF.
           IF WS-CUSTOMER-ID = 0
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-OWNER-ROLE
               WHEN "P"
                   MOVE WS-CUSTOMER-ID TO AC-CUST-ID
                   START ACCOUNT-FILE KEY = AC-CUST-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
               WHEN OTHER
                   MOVE WS-CUSTOMER-ID TO AC-JOINT-CUST-ID
                   START ACCOUNT-FILE KEY = AC-JOINT-CUST-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF
                   END-START
           END-EVALUATE.

      *    Flags an account already seen under an earlier role.
       READ-NEXT-OWNER-ACCOUNT.
           MOVE "N" TO WS-OWNER-REPEAT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF WS-EOF = "Y"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-OWNER-ROLE
               WHEN "P"
                   IF AC-CUST-ID NOT = WS-CUSTOMER-ID
                       MOVE "Y" TO WS-EOF
                   END-IF
               WHEN OTHER
                   IF AC-JOINT-CUST-ID NOT = WS-CUSTOMER-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF AC-CUST-ID = WS-CUSTOMER-ID
                           MOVE "Y" TO WS-OWNER-REPEAT
                       END-IF
                   END-IF
           END-EVALUATE.

       READ-CUSTOMER-FILE.
           MOVE "N" TO WS-FOUND.
