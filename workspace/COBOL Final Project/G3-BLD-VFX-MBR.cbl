      *           VM-STATUS WOULD LEAVE IT BLANK ON THE MOVE INSTEAD OF
      *           ACTIVE. SPLIT THE WRITE INTO A MOVE PLUS AN EXPLICIT
      *           DEFAULT STAMP.
      *  10/15  - A MEMBER LOADED WITHOUT A RECOMMENDATION OPT-OUT
      *           FLAG IS STAMPED 'N' (OPTED IN).
      *  10/15  - A MEMBER LOADED WITHOUT A PRORATED UPGRADE BALANCE
      *           IS STAMPED ZERO.
      ******************************************************************
       PROGRAM-ID. G3-BLD-VFX-MBR.
      ******************************************************************
                       IF VM-RATING-CEIL NOT NUMERIC
                           MOVE 18 TO VM-RATING-CEIL
                       END-IF
                       IF VM-RECO-OPTOUT NOT = 'Y'
                           MOVE 'N' TO VM-RECO-OPTOUT
                       END-IF
                       IF VM-PRORATE-DUE NOT NUMERIC
                           MOVE ZERO TO VM-PRORATE-DUE
                       END-IF
                       WRITE VM-REC
                       IF WS-STAT > '02'
                           DISPLAY SCRN-ERR-MSG
