           03  BIN-HIGH                PIC 9(6).
           03  FILLER                  PIC X       VALUE SPACE.
           03  BIN-ISS-ID              PIC 9(3).
      * A PORTFOLIO TRANSFER (G3-VISA-ISS-XFER) RE-POINTS A RANGE
      * AHEAD OF ITS CUT-OVER: UNTIL BIN-EFF-DATE THE CARDS STILL
      * BELONG TO BIN-PRIOR-ISS, FROM IT ON TO BIN-ISS-ID. BLANK OR
      * ZERO ON A RANGE THAT WAS NEVER TRANSFERRED.
           03  FILLER                  PIC X       VALUE SPACE.
           03  BIN-PRIOR-ISS           PIC 9(3).
           03  FILLER                  PIC X       VALUE SPACE.
           03  BIN-EFF-DATE            PIC 9(8).
