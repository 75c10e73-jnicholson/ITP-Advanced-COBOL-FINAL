      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT VBN-FILE
               ASSIGN TO 'VFXBNDL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VBN-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
