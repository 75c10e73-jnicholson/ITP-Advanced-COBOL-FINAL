      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT PCI-FILE
               ASSIGN TO 'PCI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCI-MER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
