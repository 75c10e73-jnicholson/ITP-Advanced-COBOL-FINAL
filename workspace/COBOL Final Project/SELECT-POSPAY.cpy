      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PP-FILE
               ASSIGN TO DYNAMIC WS-PP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
