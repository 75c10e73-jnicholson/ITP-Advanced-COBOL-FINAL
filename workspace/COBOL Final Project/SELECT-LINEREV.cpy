      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT LRV-FILE
               ASSIGN TO 'LINEREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRV-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
