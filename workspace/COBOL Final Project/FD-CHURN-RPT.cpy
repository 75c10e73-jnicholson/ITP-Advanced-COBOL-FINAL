      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  CHURN-RPT-FILE.
       01  CHURN-RPT-LINE              PIC X(70).
