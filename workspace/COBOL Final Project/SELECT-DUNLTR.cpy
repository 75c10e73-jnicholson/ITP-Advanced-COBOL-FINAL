      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT DUN-FILE
               ASSIGN TO 'DUNLTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
