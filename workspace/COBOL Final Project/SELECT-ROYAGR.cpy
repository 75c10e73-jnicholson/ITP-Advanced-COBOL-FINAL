      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT RYA-FILE
               ASSIGN TO 'ROYAGR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RYA-VML-ID
               ALTERNATE KEY IS RYA-LCR-ID WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
