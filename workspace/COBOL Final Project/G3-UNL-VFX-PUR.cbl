       MOVE VTP-KIND TO VTP-KIND-TXT.
       MOVE VTP-EXPIRES TO VTP-EXPIRES-TXT.
       MOVE VTP-GIFT-FROM TO VTP-GIFT-FROM-TXT.
       MOVE VTP-TAX TO VTP-TAX-TXT.
       MOVE VTP-LIST-PRICE TO VTP-LIST-PRICE-TXT.
       MOVE VTP-PROMO-CODE TO VTP-PROMO-CODE-TXT.
       MOVE VTP-PROMO-OFF TO VTP-PROMO-OFF-TXT.
       MOVE VTP-TAX-STATE TO VTP-TAX-STATE-TXT.
       MOVE VTP-TAX-COUNTY TO VTP-TAX-COUNTY-TXT.
       WRITE VTP-REC-TXT.
       ADD 1 TO WS-CTR.
