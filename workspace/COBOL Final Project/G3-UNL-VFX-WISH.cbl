       MOVE VW-WISH-PRICE TO VW-WISH-PRICE-TXT.
       MOVE VW-NOTIFIED TO VW-NOTIFIED-TXT.
       MOVE VW-NOTIFY-DATE TO VW-NOTIFY-DATE-TXT.
       MOVE VW-PROF-NO TO VW-PROF-NO-TXT.
       WRITE VW-REC-TXT.
       ADD 1 TO WS-CTR.
