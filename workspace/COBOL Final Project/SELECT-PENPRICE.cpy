      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PEN-FILE
               ASSIGN TO 'PENPRICE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CH-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.

       SELECT OPTIONAL PENALTY-RPT-FILE
               ASSIGN TO 'PENALTY-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
