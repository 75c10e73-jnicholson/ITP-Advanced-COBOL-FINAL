      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT GLA-FILE
               ASSIGN TO 'GLACCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-ACCOUNT
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
