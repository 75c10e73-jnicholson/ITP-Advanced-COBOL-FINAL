      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL CTR-XTR-FILE
               ASSIGN TO 'CTR-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SAR-XTR-FILE
               ASSIGN TO 'SAR-EXTRACT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
