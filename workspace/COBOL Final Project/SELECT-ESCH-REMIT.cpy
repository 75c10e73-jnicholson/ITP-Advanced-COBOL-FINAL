      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT ESCH-REMIT-FILE
               ASSIGN TO 'ESCH-REMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ESCH-SORT-FILE
               ASSIGN TO 'ESCHSORT.TXT'.
