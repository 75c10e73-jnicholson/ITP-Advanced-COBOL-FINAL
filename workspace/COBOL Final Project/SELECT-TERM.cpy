      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT TRM-FILE
               ASSIGN TO 'TERMINAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ID-KEY
               ALTERNATE RECORD KEY IS TRM-MER-ID-KEY
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
