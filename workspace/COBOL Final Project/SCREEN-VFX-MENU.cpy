               05  LINE 11 COL 55 VALUE "S) Subscriptions".
               05  LINE 12 COL 55 VALUE "E) Extend Rental".
               05  LINE 13 COL 55 VALUE "C) Price Changes".
               05  LINE 14 COL 55 VALUE "M) VISA Merchant".
               05  LINE 15 COL 55 VALUE "T) Sales Tax Rates".
               05  LINE 16 COL 55 VALUE "Y) Royalties".
               05  LINE 17 COL 55 VALUE "W) Viewing Sessions".
               05  LINE 18 COL 55 VALUE "V) Member Reviews".
               05  LINE 19 COL 55 VALUE "B) Title Bundles".
               05  LINE 22 COL 31 VALUE "Selection   (X=exit)".
               05  LINE 22 COL 41 PIC X TO VFX-M-SEL AUTO.
       01  EXITSCREEN.
