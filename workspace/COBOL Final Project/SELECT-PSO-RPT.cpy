      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PSO-RPT-FILE
               ASSIGN TO 'PRESCREEN-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
