      *ABSTRACT: self exp.
      *MODIFICATION HISTORY:
      *  8/9    - ADDED OPTION 8, MERCHANT CATEGORY SPEND REPORT.
      *  10/15  - ADDED OPTION A, MONTHLY ADDRESS VERIFICATION
      *           MISMATCH REPORT BY MERCHANT.
      *  10/15  - ADDED OPTION M, MONTHLY MERCHANT STATEMENT INQUIRY.
      *  10/15  - ADDED OPTION T, CARD TERMINAL MAINTENANCE.
      *  10/15  - ADDED OPTION P, PCI COMPLIANCE TRACKING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-MER-MAIN.
               05  LINE 02 COL 79 PIC X(2) FROM WS-MINUTE.
               05  LINE 08 COL 31 VALUE "      VISA MAIN      ".
               05  LINE 10 COL 31 VALUE "   1) Merchant Signup   ".
               05  LINE 10 COL 60 VALUE "M) Monthly Statements".
               05  LINE 11 COL 60 VALUE "T) Card Terminals".
               05  LINE 12 COL 60 VALUE "P) PCI Compliance".
               05  LINE 11 COL 31 VALUE "   2) Merchant Edit    ".
               05  LINE 12 COL 31 VALUE "   3) Add Merchant Locations".
               05  LINE 13 COL 31 VALUE "   4) Merchant Locations Edit".
               05  LINE 18 COL 31 VALUE "   9) Approve Signups".
               05  LINE 19 COL 31 VALUE "   S) Merchant Status".
               05  LINE 20 COL 31 VALUE "   R) Representment".
               05  LINE 21 COL 31 VALUE "   A) AVS Mismatch Report".
               05  LINE 22 COL 31 VALUE "Selection   (X=exit)".
               05  LINE 22 COL 41 PIC X TO WS-SEL AUTO.
               
               WHEN 'R'
               WHEN 'r'
                   CALL 'G3-VISA-REPRESENT'
               WHEN 'A'
               WHEN 'a'
                   CALL 'G3-VISA-AVS-RPT'
               WHEN 'M'
               WHEN 'm'
                   CALL 'G3-VISA-MSTMT-INQ'
               WHEN 'T'
               WHEN 't'
                   CALL 'G3-VISA-TERM-MAINT'
               WHEN 'P'
               WHEN 'p'
                   CALL 'G3-VISA-PCI-MAINT'
               WHEN 'S'
               WHEN 's'
                   IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
