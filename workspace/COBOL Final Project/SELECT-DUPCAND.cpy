      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT DPC-FILE
               ASSIGN TO 'DUPCAND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
