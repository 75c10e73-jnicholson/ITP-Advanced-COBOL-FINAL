      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT ACR-FILE
               ASSIGN TO 'ACCRUAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-CH-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
