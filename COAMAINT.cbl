               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Transaction Type (D/W/X/I/P/F/R/E/L/T, "
               "A for interest accrual, O for official checks, "
               "S for suspense):".
           ACCEPT WS-TR-TYPE.
           IF WS-TR-TYPE NOT = "D" AND WS-TR-TYPE NOT = "W"
               AND WS-TR-TYPE NOT = "X" AND WS-TR-TYPE NOT = "I"
               AND WS-TR-TYPE NOT = "P" AND WS-TR-TYPE NOT = "F"
               AND WS-TR-TYPE NOT = "R" AND WS-TR-TYPE NOT = "E"
               AND WS-TR-TYPE NOT = "L" AND WS-TR-TYPE NOT = "A"
               AND WS-TR-TYPE NOT = "O" AND WS-TR-TYPE NOT = "T"
               AND WS-TR-TYPE NOT = "S"
               DISPLAY "Invalid transaction type."
               EXIT PARAGRAPH
           END-IF.
