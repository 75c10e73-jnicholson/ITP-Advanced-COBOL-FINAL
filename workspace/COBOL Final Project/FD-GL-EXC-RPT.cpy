      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  GL-EXC-RPT-FILE.
       01  GL-EXC-RPT-LINE             PIC X(100).
