      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE LINE PER ACCOUNT WHOSE BILLED FINANCE CHARGE DIFFERS FROM
      * THE INTEREST ACCRUED OVER THE MONTH, UNDER A HEADING NAMING
      * THE CYCLE RUN.
       FD  ACRVAR-RPT-FILE.
       01  ACRVAR-RPT-LINE             PIC X(100).
