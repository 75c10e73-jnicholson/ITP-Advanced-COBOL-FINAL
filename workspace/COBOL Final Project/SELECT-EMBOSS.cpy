      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT EMB-FILE
               ASSIGN TO 'EMBOSS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
