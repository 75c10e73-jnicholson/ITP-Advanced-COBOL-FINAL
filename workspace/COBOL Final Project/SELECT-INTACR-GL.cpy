      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL IAG-FILE
               ASSIGN TO 'INTACR-GL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
