      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL RCV-FILE
               ASSIGN TO 'VFXRCONV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
