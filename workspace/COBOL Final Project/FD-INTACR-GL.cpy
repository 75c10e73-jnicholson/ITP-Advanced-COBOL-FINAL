      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * INTEREST ACCRUAL FEED: '+' FOR A NIGHT'S ACCRUAL ON AN
      * ACCOUNT (G3-CAP1-INT-ACCRUE), '-' FOR MONTH-END REVERSING
      * THE MONTH'S ACCRUAL WHEN THE FINANCE CHARGE BILLS.
      * G3-GL-EXTRACT BOOKS THE LINES DATED TODAY BETWEEN ACCRUED
      * INTEREST RECEIVABLE AND INTEREST INCOME.
       FD  IAG-FILE.
       01  IAG-REC.
           03  IAG-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  IAG-CH-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  IAG-SIGN                PIC X.
           03  FILLER                  PIC X       VALUE SPACE.
           03  IAG-AMOUNT              PIC 9(9)V99.
