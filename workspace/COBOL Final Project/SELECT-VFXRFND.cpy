      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL VRF-FILE
               ASSIGN TO 'VFXRFND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
