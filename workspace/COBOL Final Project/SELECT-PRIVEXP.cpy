      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL PRVX-FILE
               ASSIGN TO 'PRIVEXP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PRVW-FILE
               ASSIGN TO 'PRIV-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
