      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PAL-FILE
               ASSIGN TO 'PAYALLOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
