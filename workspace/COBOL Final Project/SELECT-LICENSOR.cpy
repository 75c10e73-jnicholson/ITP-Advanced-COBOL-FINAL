      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT LCR-FILE
               ASSIGN TO 'LICENSOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCR-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
