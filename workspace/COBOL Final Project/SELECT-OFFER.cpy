      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OFR-FILE
               ASSIGN TO 'OFFER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-CODE-KEY
               ALTERNATE KEY IS OFR-VM-ID-KEY WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
