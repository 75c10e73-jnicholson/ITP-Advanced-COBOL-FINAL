      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL VFXCRED-FILE
               ASSIGN TO 'VFXCRED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
