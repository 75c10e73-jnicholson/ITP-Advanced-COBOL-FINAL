      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PRR-FILE
               ASSIGN TO 'PRODRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
