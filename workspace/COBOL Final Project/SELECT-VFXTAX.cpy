      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL VFXTAX-FILE
               ASSIGN TO 'VFXTAX.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
