      *Skeleton COBOL Copybook - Team 3 - 8/10/2026
      * ONE LINE PER DECLINED AUTHORIZATION, APPENDED BY
      * G3-LINK-CC-CHECK, READ BY THE NIGHTLY FRAUD SWEEP. ADDRESS
      * VERIFICATION DECLINES ('AV', FROM G3-LINK-CC-AVS) AND CARD
      * CONTROL DECLINES ('BC'/'TC', FROM G3-LINK-CC-CTRL) ALSO CARRY
      * THE MERCHANT; OTHER LINES LEAVE IT BLANK.
       FD  DECLINE-FILE.
       01  DECLINE-REC.
           03  DCL-TSTAMP.
           03  DCL-REASON              PIC XX.
           03  FILLER                  PIC X       VALUE SPACE.
           03  DCL-AMOUNT              PIC 9(7)V99.
           03  FILLER                  PIC X       VALUE SPACE.
           03  DCL-MER-ID              PIC 9(8).
