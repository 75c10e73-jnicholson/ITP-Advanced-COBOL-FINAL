      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PRV-FILE
               ASSIGN TO 'PRIVREQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-ID-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
