      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT CHURN-RPT-FILE
               ASSIGN TO 'CHURN-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
