      *          plastic at authorization until the cardholder
      *          activates it through G3-CAP1-ACTIVATE. A card
      *          already on file is re-pended (a reissue of the same
      *          number needs activating again). The card is also
      *          queued for the nightly embossing extract
      *          (G3-CAP1-EMBOSS) that feeds the plastics vendor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-CARD-PEND IS INITIAL.
           MOVE WS-MONTH TO CAC-ISSUED-DATE (5:2).
           MOVE WS-DAY   TO CAC-ISSUED-DATE (7:2).
           MOVE ZERO TO CAC-ACT-DATE.
           MOVE 'Q' TO CAC-EMBOSS.
           MOVE ZERO TO CAC-EMBOSS-DATE.
           MOVE SPACE TO CAC-MAIL.
           MOVE ZERO TO CAC-MAIL-DATE.
           WRITE CAC-REC
               INVALID KEY
                   REWRITE CAC-REC
