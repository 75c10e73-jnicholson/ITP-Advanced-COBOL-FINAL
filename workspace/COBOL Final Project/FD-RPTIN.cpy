      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  RPTIN-FILE.
       01  RPTIN-REC                   PIC X(200).
