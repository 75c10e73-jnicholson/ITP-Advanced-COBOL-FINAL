      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
       SELECT OPTIONAL VTG-FILE
               ASSIGN TO 'VFX-TAX-GL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
