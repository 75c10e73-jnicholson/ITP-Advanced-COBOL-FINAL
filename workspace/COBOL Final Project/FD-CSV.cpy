      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  CSV-FILE.
       01  CSV-REC                     PIC X(400).
