      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * MONTHLY FEE WAIVER REPORT FROM G3-CAP1-WVR-RPT: LAST MONTH'S
      * WAIVERS TOTALLED BY OPERATOR, BY REASON AND BY FEE TYPE.
       FD  WVR-RPT-FILE.
       01  WVR-RPT-LINE                PIC X(80).
