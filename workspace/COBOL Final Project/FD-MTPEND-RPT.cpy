      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * DUAL-CONTROL REPORT FROM G3-CAP1-MTPEND-RPT: EVERY HELD MANUAL
      * TRANSACTION DECIDED OR EXPIRED SINCE THE LAST RUN, WITH WHO
      * KEYED IT AND WHO DECIDED IT, THEN THOSE STILL WAITING.
       FD  MTP-RPT-FILE.
       01  MTP-RPT-LINE                PIC X(100).
