      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT AAN-FILE
               ASSIGN TO 'ADVACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AAN-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
