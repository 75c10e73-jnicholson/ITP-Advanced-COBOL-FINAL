      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  GL-TB-RPT-FILE.
       01  GL-TB-RPT-LINE              PIC X(100).
