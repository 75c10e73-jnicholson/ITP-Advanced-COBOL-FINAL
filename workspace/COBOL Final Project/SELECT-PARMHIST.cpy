      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL PARMHIST-FILE
               ASSIGN TO 'PARMHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT.
