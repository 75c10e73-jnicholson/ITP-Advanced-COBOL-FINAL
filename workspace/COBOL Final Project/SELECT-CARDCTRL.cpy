      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT CTL-FILE
               ASSIGN TO 'CARDCTRL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
