      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * BUREAU PRESCREEN SCORES, ONE PER VFX MEMBER SENT TO THE
      * BUREAU FOR A FIRM OFFER OF CREDIT, INGESTED FROM THE
      * PRESCORE.TXT DROP BY G3-CAP1-SCORE-LOAD AND READ BY THE
      * OFFER CAMPAIGN G3-CAP1-PRESCREEN.
       FD  PSC-FILE-TXT.
       01  PSC-REC-TXT.
           03  PSC-VM-ID-TXT           PIC 9(8).
           03  FILLER                  PIC X.
           03  PSC-SCORE-TXT           PIC 9(3).
           03  FILLER                  PIC X.
           03  PSC-AS-OF-TXT           PIC 9(8).

       FD  PSC-FILE.
       01  PSC-REC.
           03  PSC-VM-ID               PIC 9(8).
           03  PSC-SCORE               PIC 9(3).
           03  PSC-AS-OF               PIC 9(8).
