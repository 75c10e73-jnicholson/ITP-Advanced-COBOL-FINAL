      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT WVR-FILE
               ASSIGN TO 'WAIVER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WVR-FEE-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
