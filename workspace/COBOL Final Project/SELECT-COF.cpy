      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT COF-FILE
               ASSIGN TO 'CARDONFILE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COF-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
