      *          relationship, and card number. The card number here
      *          is what the posting paths stamp on CC-TRAN-CARD, so
      *          when a spouse's card is compromised their activity
      *          separates cleanly from the primary's. The new
      *          user's card is pended for activation and queued for
      *          embossing in their name like any other new card.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-AUTHUSER IS INITIAL.
                       MOVE 'Y' TO WS-AUS-DONE
               END-WRITE
           END-PERFORM
           IF AUS-CARD NOT = ZERO AND AUS-CARD NOT = CH-CC
                   AND AUS-CARD NOT = CH-CC-2
               CALL 'G3-CAP1-CARD-PEND' USING AUS-CARD, AUS-CH-ID
           END-IF
           MOVE 'AUSADD' TO WS-AUD-ACTION
           MOVE WS-ACCOUNT TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
