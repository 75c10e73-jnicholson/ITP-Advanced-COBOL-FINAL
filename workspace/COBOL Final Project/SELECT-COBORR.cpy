      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT CB-FILE
               ASSIGN TO 'COBORR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CH-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
