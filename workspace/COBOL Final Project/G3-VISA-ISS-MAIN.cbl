      *ABSTRACT: Submenu for the ISS-FILE issuer master, giving the
      *          issuers the same maintenance suite merchants have
      *          had all along: add, edit, delete (with a referential
      *          check), and a standalone inquiry. Option 7 moves
      *          a BIN-range portfolio to another issuer; option 8
      *          runs last month's issuer scorecards.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-ISS-MAIN.
               05  LINE 13 COL 31 VALUE "   4) Issuer Inquiry".
               05  LINE 14 COL 31 VALUE "   5) Bank Details  ".
               05  LINE 15 COL 31 VALUE "   6) Net Settlement".
               05  LINE 16 COL 31 VALUE "   7) Portfolio Xfer".
               05  LINE 17 COL 31 VALUE "   8) Scorecards".
               05  LINE 22 COL 31 VALUE "Selection   (X=exit)".
               05  LINE 22 COL 41 PIC X TO WS-SEL AUTO.
      ******************************************************************
               WHEN '4' CALL 'G3-VISA-ISS-INQ'
               WHEN '5' CALL 'G3-VISA-ISS-BANK'
               WHEN '6' CALL 'G3-VISA-ISS-SETTLE'
               WHEN '7' CALL 'G3-VISA-ISS-XFER'
               WHEN '8' CALL 'G3-VISA-ISS-SCORE'
           END-EVALUATE
       END-PERFORM
       EXIT PROGRAM.
