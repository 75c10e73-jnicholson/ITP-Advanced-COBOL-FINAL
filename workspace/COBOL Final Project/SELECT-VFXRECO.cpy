      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL VRC-FILE
               ASSIGN TO 'VFXRECO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
