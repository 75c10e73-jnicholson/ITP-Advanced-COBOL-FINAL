           03  VW-WISH-PRICE-TXT   PIC 9(2)V99.
           03  VW-NOTIFIED-TXT     PIC X.
           03  VW-NOTIFY-DATE-TXT  PIC 9(8).
           03  VW-PROF-NO-TXT      PIC 9.

       FD  VW-FILE.
       01  VW-REC.
           03  VW-WISH-PRICE      PIC 9(2)V99 VALUE ZERO.
           03  VW-NOTIFIED        PIC X       VALUE 'N'.
           03  VW-NOTIFY-DATE     PIC 9(8)    VALUE ZERO.
      * VIEWER PROFILE THE WISH BELONGS TO (FD-VFXPROF); ZERO IS A
      * WISH OF THE WHOLE MEMBERSHIP, SEEN FROM EVERY PROFILE.
           03  VW-PROF-NO         PIC 9       VALUE ZERO.


