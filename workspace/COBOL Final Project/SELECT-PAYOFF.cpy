      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PQT-FILE
               ASSIGN TO 'PAYOFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQT-ID-KEY
               ALTERNATE KEY IS PQT-CH-ID-KEY WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
