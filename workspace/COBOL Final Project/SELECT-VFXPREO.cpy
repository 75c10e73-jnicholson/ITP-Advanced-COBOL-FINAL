      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT VPO-FILE
               ASSIGN TO 'VFXPREO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VPO-ID-KEY
               ALTERNATE KEY IS VPO-VML-ID-KEY WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
