      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PLASTICS VENDOR EMBOSSING FILE, ONE NIGHT'S WORTH. 'H' OPENS
      * THE FILE WITH THE RUN DATE; EACH 'D' LINE IS ONE CARD TO
      * EMBOSS AND MAIL - THE NAME ON THE PLASTIC (THE AUTHORIZED
      * USER'S FOR AN AUS CARD), NUMBER, EXPIRATION (YYYYMM), PRODUCT
      * NAME FOR THE CARRIER, AND THE MAILING ADDRESS; 'T' CLOSES IT
      * WITH THE DETAIL COUNT AND A HASH TOTAL OF THE CARD NUMBERS
      * (HIGH-ORDER OVERFLOW DROPPED) FOR THE VENDOR TO BALANCE TO.
       FD  EMB-FILE.
       01  EMB-REC.
           03  EMB-TYPE                PIC X.
           03  FILLER                  PIC X.
           03  EMB-CARD                PIC 9(16).
           03  FILLER                  PIC X.
           03  EMB-EXP                 PIC 9(6).
           03  FILLER                  PIC X.
           03  EMB-NAME                PIC X(26).
           03  FILLER                  PIC X.
           03  EMB-PRODUCT             PIC X(30).
           03  FILLER                  PIC X.
           03  EMB-ADDRESS             PIC X(20).
           03  FILLER                  PIC X.
           03  EMB-CITY                PIC X(30).
           03  FILLER                  PIC X.
           03  EMB-STATE               PIC XX.
           03  FILLER                  PIC X.
           03  EMB-ZIP                 PIC 9(5).
           03  FILLER                  PIC X.
           03  EMB-CH-ID               PIC 9(8).
       01  EMB-HDR REDEFINES EMB-REC.
           03  EMBH-TYPE               PIC X.
           03  FILLER                  PIC X.
           03  EMBH-DATE               PIC 9(8).
           03  FILLER                  PIC X.
           03  EMBH-ISSUER             PIC X(20).
           03  FILLER                  PIC X(122).
       01  EMB-TRL REDEFINES EMB-REC.
           03  EMBT-TYPE               PIC X.
           03  FILLER                  PIC X.
           03  EMBT-COUNT              PIC 9(7).
           03  FILLER                  PIC X.
           03  EMBT-HASH               PIC 9(18).
           03  FILLER                  PIC X(125).
