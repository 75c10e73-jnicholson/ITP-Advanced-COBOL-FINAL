      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT RYP-FILE
               ASSIGN TO 'ROYPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RYP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
