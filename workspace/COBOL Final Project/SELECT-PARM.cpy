      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT SYP-FILE
               ASSIGN TO 'PARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
