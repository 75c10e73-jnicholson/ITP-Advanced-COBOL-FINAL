      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL VRL-FILE
               ASSIGN TO 'VFXRLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
