      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL AAN-PRT-FILE
               ASSIGN TO 'ADVACT-PRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AAN-RPT-FILE
               ASSIGN TO 'ADVACT-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
