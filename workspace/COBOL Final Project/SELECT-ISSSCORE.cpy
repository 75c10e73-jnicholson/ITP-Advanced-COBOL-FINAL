      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT ISC-FILE
               ASSIGN TO 'ISSSCORE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
