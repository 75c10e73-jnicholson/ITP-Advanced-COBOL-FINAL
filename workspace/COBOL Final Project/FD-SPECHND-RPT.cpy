      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * FINANCE'S VIEW OF THE SPECIAL-HANDLING BOOK: EVERY CODED
      * ACCOUNT AND ITS BALANCE, THEN COUNT AND DOLLARS PER CODE.
       FD  SPECHND-RPT-FILE.
       01  SPECHND-RPT-LINE            PIC X(70).
