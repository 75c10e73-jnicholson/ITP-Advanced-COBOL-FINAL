      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT RVW-FILE
               ASSIGN TO 'VFXREVW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RVW-KEY
               ALTERNATE KEY IS RVW-STATUS WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
