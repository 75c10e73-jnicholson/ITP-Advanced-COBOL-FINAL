       01  LK-LOC-ID                       PIC 9(8)    VALUE ZERO.
       01  LK-CARD                         PIC 9(16)   VALUE ZERO.
       01  LK-TSTAMP-OUT                   PIC X(16)   VALUE SPACES.
       01  LK-AVS-RESULT                   PIC X       VALUE SPACE.
       01  WS-PROMO-CODE                   PIC X(8)    VALUE SPACES.
       01  WS-PROMO-OK                    PIC X       VALUE SPACE.
       01  LK-PURITEM                      PIC X(25)   VALUE SPACES.
