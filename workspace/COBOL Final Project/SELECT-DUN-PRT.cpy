      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL DUN-PRT-FILE
               ASSIGN TO 'DUNNING-PRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
