      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT SPECHND-RPT-FILE
               ASSIGN TO 'SPECHND-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
