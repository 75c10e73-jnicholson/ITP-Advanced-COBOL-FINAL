      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL VPH-FILE
               ASSIGN TO 'VFXPLNH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
