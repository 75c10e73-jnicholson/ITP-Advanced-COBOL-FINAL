      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT SPH-FILE
               ASSIGN TO 'SPECHND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPH-CH-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
