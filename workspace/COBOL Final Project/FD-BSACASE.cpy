      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * BANK SECRECY ACT ALERT CASES, OPENED 'O' BY THE NIGHTLY
      * G3-CAP1-AML-SWEEP AND WORKED BY THE INVESTIGATORS ON
      * G3-CAP1-BSADESK. A CASE CLOSED SUSPICIOUS ('S') GOES ON THE
      * SUSPICIOUS-ACTIVITY FILING EXTRACT; ONE CLEARED ('X') STANDS
      * THE ACTIVITY. BSA-REF IDENTIFIES THE ACTIVITY THAT RAISED THE
      * ALERT (THE LAST ADVANCE'S DATE, THE LOCKBOX POSTING STAMP OR
      * THE REFUND CHECK NUMBER) SO THE SAME ACTIVITY NEVER OPENS A
      * SECOND CASE. THE CARDHOLDER IS NEVER TOLD OF A CASE.
       FD  BSA-FILE.
       01  BSA-REC.
           03  BSA-ID                  PIC 9(8).
           03  BSA-CH-ID               PIC 9(8).
           03  BSA-RULE                PIC X.
               88  BSA-STRUCTURING     VALUE 'S'.
               88  BSA-LOCKBOX-OVER    VALUE 'L'.
               88  BSA-REFUND-OUT      VALUE 'R'.
           03  BSA-REF                 PIC X(14).
           03  BSA-REASON              PIC X(30).
           03  BSA-ACT-DATE            PIC 9(8).
           03  BSA-AMT                 PIC 9(9)V99.
           03  BSA-ACT-CT              PIC 9(3).
           03  BSA-OPEN-DATE           PIC 9(8).
           03  BSA-STATUS              PIC X.
               88  BSA-OPEN            VALUE 'O'.
               88  BSA-SUSPICIOUS      VALUE 'S'.
               88  BSA-CLEARED         VALUE 'X'.
           03  BSA-CLOSE-DATE          PIC 9(8).
           03  BSA-OPERATOR            PIC X(8).
           03  BSA-NOTE                PIC X(60).
