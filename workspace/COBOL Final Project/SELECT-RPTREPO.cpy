      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT RI-FILE
               ASSIGN TO 'RPTIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.

       SELECT RL-FILE
               ASSIGN TO 'RPTLINE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
