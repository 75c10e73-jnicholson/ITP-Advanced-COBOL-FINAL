      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PRINTABLE PAYOFF QUOTE LETTERS, APPENDED BY G3-CAP1-PAYOFF.
       FD  PQT-LTR-FILE.
       01  PQT-LTR-LINE                PIC X(80).
