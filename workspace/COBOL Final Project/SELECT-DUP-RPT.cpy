      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT DUP-RPT-FILE
               ASSIGN TO 'DUP-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
