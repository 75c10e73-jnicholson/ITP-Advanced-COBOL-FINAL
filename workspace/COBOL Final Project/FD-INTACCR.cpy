      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * MONTH-TO-DATE INTEREST ACCRUAL, ONE RECORD PER ACCOUNT.
      * G3-CAP1-INT-ACCRUE ADDS EACH NIGHT'S INTEREST TO ACR-MTD-AMT
      * AND STAMPS ACR-LAST-DATE SO A RERUN THE SAME DAY ADDS
      * NOTHING; MONTH-END REVERSES THE MONTH'S ACCRUAL WHEN IT BILLS
      * THE FINANCE CHARGE, REPORTS ANY DIFFERENCE, AND STARTS THE
      * NEXT MONTH FROM ZERO.
       FD  ACR-FILE.
       01  ACR-REC.
           03  ACR-CH-ID               PIC 9(8).
           03  ACR-MTD-AMT             PIC 9(7)V99.
           03  ACR-DAYS                PIC 9(3).
           03  ACR-START-DATE          PIC 9(8).
           03  ACR-LAST-DATE           PIC 9(8).
           03  ACR-LAST-RATE           PIC V9(4).
           03  ACR-LAST-BAL            PIC S9(7)V99.
           03  ACR-LAST-AMT            PIC 9(5)V99.
