      *           GENERATION (G3-VUFL-1-AS, -2-VT, -3-BT, -4-EI, -5-TV,
      *           -6-TP); REPOINTED THE MENU AT THE PROGRAM-IDS THAT
      *           ACTUALLY EXIST (G3-VUFL-2-EA, -3-PT, -4-TP).
      *  10/15  - OPTION 2 NOW BUYS THROUGH G3-VFX-3-PUR, THE SAME
      *           PURCHASE PATH AS THE VUFLIX MENU (MERCHANT, SALES
      *           TAX, PROFILE CEILING AND LICENSE WINDOW).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VUFL-MAIN AS "G3-VUFL-MAIN".
           ACCEPT MENUSCREEN
           EVALUATE WS-SEL
               WHEN '1' CALL 'G3-VUFL-2-EA'
               WHEN '2' CALL 'G3-VFX-3-PUR'
               WHEN '3' CALL 'G3-VUFL-4-TP'
           END-EVALUATE
       END-PERFORM
