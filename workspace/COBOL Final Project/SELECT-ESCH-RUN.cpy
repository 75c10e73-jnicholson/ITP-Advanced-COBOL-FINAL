      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL ESCH-STATE-FILE
               ASSIGN TO 'ESCH-STATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ESCH-RPT-FILE
               ASSIGN TO 'ESCHEAT-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
