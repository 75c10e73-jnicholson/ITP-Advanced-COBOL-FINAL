      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT MST-FILE
               ASSIGN TO 'MSTMT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
