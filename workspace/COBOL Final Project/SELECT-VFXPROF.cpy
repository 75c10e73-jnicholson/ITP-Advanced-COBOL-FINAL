      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT VPF-FILE
               ASSIGN TO 'VFXPROF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VPF-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
