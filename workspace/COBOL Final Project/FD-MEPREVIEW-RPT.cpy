      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  MEPREVIEW-RPT-FILE.
       01  MEPREVIEW-RPT-LINE          PIC X(100).
