      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * DUPLICATE CUSTOMER REVIEW REPORT FROM G3-DUP-MATCH: EVERY
      * PAIR STILL AWAITING A DECISION ON G3-DUP-REVIEW.
       FD  DUP-RPT-FILE.
       01  DUP-RPT-LINE                PIC X(100).
