      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT BSA-FILE
               ASSIGN TO 'BSACASE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSA-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
