               88 AL-CD-MATURITY VALUE "M".
               88 AL-LARGE-TXN   VALUE "X".
               88 AL-LOAN-PAST-DUE VALUE "P".
               88 AL-CONTACT-CHANGE VALUE "C".
           05 AL-AMOUNT          PIC 9(6)V99.
           05 AL-SENT            PIC X(1).
               88 AL-IS-SENT     VALUE "Y".
