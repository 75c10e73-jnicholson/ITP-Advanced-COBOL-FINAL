      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT BDS-FILE
               ASSIGN TO 'BDISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDS-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
