      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * STATE DORMANCY PERIODS FOR CREDIT BALANCES, ONE LINE PER
      * STATE WHOSE PERIOD DIFFERS FROM CAP1-ESCH-DORM-MO.
       FD  ESCH-STATE-FILE.
       01  ESCH-STATE-REC.
           03  EST-STATE               PIC XX.
           03  FILLER                  PIC X.
           03  EST-DORM-MO             PIC 9(3).

      * WHAT THE MONTHLY ESCHEAT RUN DID: LETTERS SENT, CASES
      * RECLAIMED, ITEMS ESCHEATED.
       FD  ESCH-RPT-FILE.
       01  ESCH-RPT-LINE               PIC X(72).
