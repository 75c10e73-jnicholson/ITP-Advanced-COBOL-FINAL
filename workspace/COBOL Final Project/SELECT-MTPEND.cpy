      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT MTP-FILE
               ASSIGN TO 'MTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTP-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
