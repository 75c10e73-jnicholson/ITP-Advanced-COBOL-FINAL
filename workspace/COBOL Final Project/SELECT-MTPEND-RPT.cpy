      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT MTP-RPT-FILE
               ASSIGN TO 'MTPEND-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
