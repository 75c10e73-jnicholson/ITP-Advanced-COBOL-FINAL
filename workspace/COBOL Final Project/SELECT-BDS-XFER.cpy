      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL BDS-IN-FILE
               ASSIGN TO 'BDS-IN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BDS-EXC-FILE
               ASSIGN TO 'BDS-IN-EXC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BDS-RESP-FILE
               ASSIGN TO 'BDS-RESP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
