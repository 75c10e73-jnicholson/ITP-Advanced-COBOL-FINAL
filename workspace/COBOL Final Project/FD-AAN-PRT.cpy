      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PRINTABLE ADVERSE ACTION LETTERS, APPENDED BY THE NIGHTLY
      * G3-CAP1-AAN-PRINT FOR APPLICANTS WITHOUT AN EMAIL ADDRESS.
       FD  AAN-PRT-FILE.
       01  AAN-PRT-LINE                PIC X(80).

      * MONTHLY DECLINE LOG BY REASON CODE, G3-CAP1-AAN-MONTHLY.
       FD  AAN-RPT-FILE.
       01  AAN-RPT-LINE                PIC X(80).
