      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT RIX-FILE
               ASSIGN TO 'RATEIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
