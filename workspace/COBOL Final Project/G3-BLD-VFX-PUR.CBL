      *           SELECT CLAUSES WITHOUT A FILE-CONTROL HEADER AND     *
      *           DERAILED THE REST OF THE PROGRAM. REORDERED TO       *
      *           MATCH THE OTHER BUILD PROGRAMS.                      *
      *  10/15  - A SEED ROW WITHOUT THE NEWER TAX, LIST PRICE OR      *
      *           PROMO DISCOUNT COLUMNS LOADS THEM AS ZERO.           *
      ******************************************************************
       program-id. G3_BLD_VFX_PUR.
      *-----------------------------------------------------------------
                       IF VTP-GIFT-FROM NOT NUMERIC
                           MOVE ZERO TO VTP-GIFT-FROM
                       END-IF
                       IF VTP-TAX NOT NUMERIC
                           MOVE ZERO TO VTP-TAX
                       END-IF
                       IF VTP-LIST-PRICE NOT NUMERIC
                           MOVE ZERO TO VTP-LIST-PRICE
                       END-IF
                       IF VTP-PROMO-OFF NOT NUMERIC
                           MOVE ZERO TO VTP-PROMO-OFF
                       END-IF
                       WRITE VTP-REC
                       IF WS-STAT > '02'
                           DISPLAY SCRN-ERR-MSG
