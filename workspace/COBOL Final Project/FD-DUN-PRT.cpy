      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PRINTABLE COLLECTIONS LETTERS, APPENDED BY THE NIGHTLY
      * G3-CAP1-DUNNING FOR CUSTOMERS WITHOUT A WORKING EMAIL.
       FD  DUN-PRT-FILE.
       01  DUN-PRT-LINE                PIC X(80).
