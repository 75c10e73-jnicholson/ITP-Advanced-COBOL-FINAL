      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT MEPREVIEW-RPT-FILE
               ASSIGN TO 'MEPREVIEW-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
