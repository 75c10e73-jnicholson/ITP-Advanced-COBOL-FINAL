      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PSC-FILE-TXT
               ASSIGN TO 'PRESCORE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PSC-FILE
               ASSIGN TO 'PRESCORE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSC-VM-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
