      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT HOL-FILE
               ASSIGN TO 'HOLIDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-DATE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
