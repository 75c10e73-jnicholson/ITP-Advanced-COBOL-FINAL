      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL NCH-FILE
               ASSIGN TO DYNAMIC WS-NCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCH-STAT.
