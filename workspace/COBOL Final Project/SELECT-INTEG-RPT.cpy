      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT ITG-FILE
               ASSIGN TO 'INTEG-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
