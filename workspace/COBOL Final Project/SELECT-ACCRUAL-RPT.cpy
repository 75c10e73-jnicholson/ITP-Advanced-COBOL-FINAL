      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT ACCRUAL-RPT-FILE
               ASSIGN TO 'ACCRUAL-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
