      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT GL-TB-RPT-FILE
               ASSIGN TO 'GL-TB-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
