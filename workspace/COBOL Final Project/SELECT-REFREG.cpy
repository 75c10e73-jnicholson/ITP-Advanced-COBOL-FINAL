      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT RRG-FILE
               ASSIGN TO 'REFCHECK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRG-CHECK-NO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
