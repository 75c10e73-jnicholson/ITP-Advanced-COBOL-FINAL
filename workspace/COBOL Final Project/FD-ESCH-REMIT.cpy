      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * YEARLY UNCLAIMED PROPERTY REMITTANCE, GROUPED BY THE OWNER'S
      * STATE: EACH OWNER AND AMOUNT, THEN THE COUNT AND DOLLARS DUE
      * THE STATE.
       FD  ESCH-REMIT-FILE.
       01  ESCH-REMIT-LINE             PIC X(110).

       SD  ESCH-SORT-FILE.
       01  ESCH-SORT-REC.
           03  ESS-STATE               PIC XX.
           03  ESS-KEY                 PIC X(17).
