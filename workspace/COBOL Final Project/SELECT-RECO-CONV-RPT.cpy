      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT RECO-CONV-RPT-FILE
               ASSIGN TO 'RECO-CONV-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
