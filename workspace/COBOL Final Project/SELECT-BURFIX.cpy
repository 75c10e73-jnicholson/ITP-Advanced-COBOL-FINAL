      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT BFX-FILE
               ASSIGN TO 'BURFIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BFX-CH-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
