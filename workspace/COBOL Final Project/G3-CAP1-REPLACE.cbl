           INVALID KEY
               CONTINUE
       END-WRITE.
      ******************************************************************
      * THE REPLACEMENT DRAWS THE ACCOUNT'S PRODUCT PREFIX WHEN THE
      * PRODUCT FILE IS ON HAND; THE HOUSE BIN OTHERWISE.
           CLOSE CTY-FILE
       END-IF.
       CALL 'G3-CAP1-CARD-GEN' USING WS-NEW-CARD, WS-CTY-PREFIX.
      * THE RETIRED NUMBER KEEPS RESOLVING THROUGH THE HISTORY FILE
      * FOR THE GRACE WINDOW, SO IN-FLIGHT MERCHANT BATCHES ON THE
      * OLD PLASTIC STILL FIND THE ACCOUNT.
       MOVE 'LOST/STOLEN' TO WS-HIST-REASON.
       CALL 'G3-CAP1-CARD-HIST' USING WS-OLD-CARD, CH-ID,
               WS-HIST-REASON, WS-NEW-CARD.
       MOVE WS-YEAR  TO WS-EXP-YR.
       MOVE WS-MONTH TO WS-EXP-MO.
       ADD CAP1-CARD-EXP-YEARS TO WS-EXP-YR.
