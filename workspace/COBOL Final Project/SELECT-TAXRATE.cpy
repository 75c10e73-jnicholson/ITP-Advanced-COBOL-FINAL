      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT TXR-FILE
               ASSIGN TO 'TAXRATE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
