      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * THE NIGHTLY SCRA CHECK: PROTECTION ENDING WITHIN THE WARNING
      * WINDOW (FLAGGED ONCE PER RECORD) AND PROTECTION EXPIRED
      * TONIGHT BECAUSE ITS SERVICE END DATE HAS PASSED.
       FD  SCRA-EXP-FILE.
       01  SCRA-EXP-LINE               PIC X(60).
