      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT CMP-FILE
               ASSIGN TO 'COMPLAINT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.

       SELECT OPTIONAL CMPESC-FILE
               ASSIGN TO 'CMP-ESC-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
