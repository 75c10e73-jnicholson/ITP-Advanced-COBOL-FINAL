      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT CMP-RPT-FILE
               ASSIGN TO 'CMP-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
