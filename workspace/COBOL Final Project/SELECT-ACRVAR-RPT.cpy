      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL ACRVAR-RPT-FILE
               ASSIGN TO 'ACRVAR-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
