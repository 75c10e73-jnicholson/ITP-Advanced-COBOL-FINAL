      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT HHL-FILE
               ASSIGN TO 'HHLINK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHL-KEY
               ALTERNATE KEY IS HHL-HH-ID WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
