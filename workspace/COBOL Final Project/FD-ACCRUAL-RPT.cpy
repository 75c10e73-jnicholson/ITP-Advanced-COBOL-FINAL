      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  ACCRUAL-RPT-FILE.
       01  ACCRUAL-RPT-LINE            PIC X(100).
