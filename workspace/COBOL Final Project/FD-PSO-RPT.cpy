      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PRE-SCREENED OFFER RESPONSE REPORT FROM G3-CAP1-PSO-RPT:
      * OFFERS SENT, ACCEPTED AND BOOKED BY CAMPAIGN AND BY BAND.
       FD  PSO-RPT-FILE.
       01  PSO-RPT-LINE                PIC X(80).
