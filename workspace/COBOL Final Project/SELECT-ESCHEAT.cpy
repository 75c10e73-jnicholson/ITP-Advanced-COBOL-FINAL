      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT ESC-FILE
               ASSIGN TO 'ESCHEAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
