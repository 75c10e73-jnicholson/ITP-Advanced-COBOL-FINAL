      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT GLR-FILE
               ASSIGN TO 'GLRULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
