      * DEAD PLASTIC - G3-LINK-CC-CHECK DECLINES 'NA' - UNTIL THE
      * CARDHOLDER ACTIVATES THROUGH G3-CAP1-ACTIVATE. A CARD WITH
      * NO RECORD AT ALL PREDATES ACTIVATION AND STILL AUTHORIZES.
      * THE SAME PEND QUEUES THE PLASTIC FOR THE NIGHTLY EMBOSSING
      * EXTRACT (G3-CAP1-EMBOSS), WHICH MARKS IT SENT. A MAILER THE
      * POST OFFICE RETURNS IS FLAGGED UNDELIVERABLE AT THE ACTIVATION
      * DESK AND CANNOT BE ACTIVATED UNTIL THE ACCOUNT ADDRESS IS
      * CORRECTED, WHICH CLEARS THE FLAG AND QUEUES A NEW MAILER
      * (G3-CAP1-CARD-READDR).
       FD  CAC-FILE.
       01  CAC-REC.
           03  CAC-CARD                PIC 9(16).
               88  CAC-ACTIVATED       VALUE 'A'.
           03  CAC-ISSUED-DATE         PIC 9(8).
           03  CAC-ACT-DATE            PIC 9(8).
           03  CAC-EMBOSS              PIC X       VALUE SPACE.
               88  CAC-EMBOSS-QUEUED   VALUE 'Q'.
               88  CAC-EMBOSS-SENT     VALUE 'E'.
           03  CAC-EMBOSS-DATE         PIC 9(8)    VALUE ZERO.
           03  CAC-MAIL                PIC X       VALUE SPACE.
               88  CAC-UNDELIVERABLE   VALUE 'U'.
           03  CAC-MAIL-DATE           PIC 9(8)    VALUE ZERO.
