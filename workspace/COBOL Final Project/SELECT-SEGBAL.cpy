      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT SEG-FILE
               ASSIGN TO 'SEGBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CH-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
