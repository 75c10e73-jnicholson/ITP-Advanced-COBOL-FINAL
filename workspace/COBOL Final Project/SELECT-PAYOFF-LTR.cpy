      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL PQT-LTR-FILE
               ASSIGN TO 'PAYOFF-LTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
