      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT VVS-FILE
               ASSIGN TO 'VFXVIEW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VVS-KEY
               ALTERNATE KEY IS VVS-VML-ID WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
