               05  LINE 18 COL 41 PIC Z,ZZZ,ZZ9.99 FROM WS-BAL.
               05  LINE 18 COL 58 VALUE 'Missed Cyc:'.
               05  LINE 18 COL 70 PIC ZZ9 FROM WS-MISSED-CYCLES.
           03  CO-BORROWER.
               05  LINE 19 COL 28 VALUE 'Co-Borrower:'.
               05  LINE 19 COL 44 PIC X(35) FROM WS-CB-NAME.
           03  CONFIRMATION.
               05  LINE 20 COL 28 VALUE 'Search another account? (Y/N)'.
               05  LINE 20 COL 58 PIC X TO WS-FLAG.
