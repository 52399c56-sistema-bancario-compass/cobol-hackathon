               88 OP-TELLER     VALUE 1.
               88 OP-SUPERVISOR VALUE 2.
               88 OP-ADMIN      VALUE 3.
           05 OP-STATUS        PIC X(1).
               88 OP-ACTIVE     VALUE "A".
               88 OP-DISABLED   VALUE "D".
           05 OP-TXN-LIMIT     PIC 9(6)V99.
           05 OP-CASH-LIMIT    PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01 WS-CHOICE        PIC 9(2) VALUE 0.
           MOVE "ADMIN   " TO OP-ID.
           MOVE "ADMIN   " TO OP-PASSWORD.
           MOVE 3 TO OP-LEVEL.
           MOVE "A" TO OP-STATUS.
           MOVE 0 TO OP-TXN-LIMIT.
           MOVE 0 TO OP-CASH-LIMIT.
           WRITE OPERATOR-RECORD.
           CLOSE OPERATOR-FILE.
           DISPLAY "Operator file created with default ADMIN "
                   NOT AT END
                       IF OP-ID = WS-SIGNON-ID
                           AND OP-PASSWORD = WS-SIGNON-PASSWORD
                           AND NOT OP-DISABLED
                           MOVE "Y" TO WS-SIGNED-ON
                           MOVE OP-ID TO OC-ID
                           MOVE OP-LEVEL TO OC-LEVEL
           DISPLAY "16 - Transaction Disputes".
           DISPLAY "17 - Branch Maintenance".
           DISPLAY "18 - Customer Relationship View".
           DISPLAY "19 - Suspicious Activity Cases".
           DISPLAY "20 - Household Maintenance".
           DISPLAY "21 - Operator Maintenance".
           DISPLAY "22 - Official Checks".
           DISPLAY "23 - Outgoing Wires".
           DISPLAY "24 - Debit Cards".
           DISPLAY "25 - Garnishments and Levies".
           DISPLAY "26 - Deceased Customers / Estate".
           DISPLAY "27 - Deposit Product Catalog".
           DISPLAY "28 - Suspense Items".
           DISPLAY "9 - Exit".
           DISPLAY "Enter your choice: ".
           ACCEPT WS-CHOICE.
                   PERFORM CALL-BRMAINT
               WHEN 18
                   PERFORM CALL-CUST360
               WHEN 19
                   PERFORM CALL-SARMGMT
               WHEN 20
                   PERFORM CALL-HHMAINT
               WHEN 21
                   PERFORM CALL-OPMAINT
               WHEN 22
                   PERFORM CALL-OFFCHECK
               WHEN 23
                   PERFORM CALL-WIREXFR
               WHEN 24
                   PERFORM CALL-CARDMNT
               WHEN 25
                   PERFORM CALL-LEGALORD
               WHEN 26
                   PERFORM CALL-ESTATE
               WHEN 27
                   PERFORM CALL-PRODMNT
               WHEN 28
                   PERFORM CALL-SUSPMNT
               WHEN 9
                   CONTINUE
               WHEN OTHER
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-SARMGMT.
           CALL "SARMGMT" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-HHMAINT.
           CALL "HHMAINT" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-OPMAINT.
           CALL "OPMAINT" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-OFFCHECK.
           CALL "OFFCHECK" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-WIREXFR.
           CALL "WIREXFR" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-CARDMNT.
           CALL "CARDMNT" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-LEGALORD.
           CALL "LEGALORD" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-ESTATE.
           CALL "ESTATE" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-PRODMNT.
           CALL "PRODMNT" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       CALL-SUSPMNT.
           CALL "SUSPMNT" USING OPERATOR-CONTEXT
           PERFORM PRESS-ENTER
           DISPLAY WS-CLEAR NO ADVANCING.

       PRESS-ENTER.
           DISPLAY "Press ENTER to return to the menu...".
           ACCEPT WS-DUMMY.
