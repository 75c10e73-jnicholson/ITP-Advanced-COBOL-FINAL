      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * THE REPORT BEING FILED; THE NAME IS SET AT RUN TIME.
       SELECT OPTIONAL RPTIN-FILE
               ASSIGN TO DYNAMIC WS-RPTIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTIN-STAT.
