      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT SCR-FILE
               ASSIGN TO 'SCRA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-CH-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.

       SELECT OPTIONAL SCRA-RPT-FILE
               ASSIGN TO 'SCRA-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
