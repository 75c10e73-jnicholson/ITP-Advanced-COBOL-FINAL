      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * MONTHLY COMPLAINT REPORT FROM G3-CMP-RPT: LAST MONTH'S CASES
      * BY REGULATORY CATEGORY AND BY PRODUCT, AND THE CASES RESOLVED
      * IN THE MONTH BY DAYS TO RESOLVE, ON TIME OR LATE, AND ROOT
      * CAUSE.
       FD  CMP-RPT-FILE.
       01  CMP-RPT-LINE                PIC X(100).
