      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT SCRA-EXP-FILE
               ASSIGN TO 'SCRA-EXP-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
