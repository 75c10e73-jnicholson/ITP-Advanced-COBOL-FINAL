      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * VUFLIX IS ITSELF A VISA MERCHANT. G3-VFX-MER-SETUP REGISTERS
      * IT ON MER.DAT UNDER THIS NAME, WITH ONE ONLINE LOCATION ON
      * MERLOC.DAT, AND G3-LINK-VFX-MER HANDS THE MERCHANT AND
      * LOCATION IDS TO EVERY VUFLIX CARD CHARGE, REFUND AND RENTAL
      * EXTENSION SO THE STREAMING REVENUE SETTLES THROUGH THE
      * NIGHTLY MERCHANT SETTLEMENT LIKE ANY OTHER MERCHANT'S.
       01  VFX-MER-VARS.
           03  VFX-MER-NAME            PIC X(25)
                   VALUE 'VUFLIX STREAMING'.
           03  VFX-MER-CATEGORY        PIC X(10)   VALUE 'STREAMING'.
           03  VFX-MER-ADDRESS         PIC X(25)
                   VALUE 'ONLINE - VUFLIX.COM'.
           03  VFX-LOC-NAME            PIC X(40)
                   VALUE 'VUFLIX ONLINE STORE'.
           03  VFX-MER-NOTE            PIC X(20)
                   VALUE 'ON-US - VUFLIX'.
