      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       FD  RECO-CONV-RPT-FILE.
       01  RECO-CONV-RPT-LINE          PIC X(70).
