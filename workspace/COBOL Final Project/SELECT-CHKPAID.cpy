      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL CHKPAID-FILE
               ASSIGN TO 'CHKPAID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHKPAID-EXC-FILE
               ASSIGN TO 'CHKPAID-EXC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
