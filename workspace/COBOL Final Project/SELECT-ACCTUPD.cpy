      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT ACU-FILE
               ASSIGN TO 'ACCTUPD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.

       SELECT ACU-OUT-FILE
               ASSIGN TO 'ACCTUPD-OUT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
