      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT GL-EXC-RPT-FILE
               ASSIGN TO 'GL-EXC-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
