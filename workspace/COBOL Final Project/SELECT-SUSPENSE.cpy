      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT SUS-FILE
               ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.

       SELECT OPTIONAL SUSAGE-FILE
               ASSIGN TO 'SUSP-AGING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
