      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT WVR-RPT-FILE
               ASSIGN TO 'WAIVER-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
