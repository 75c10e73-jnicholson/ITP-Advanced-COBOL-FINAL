      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CREDIT LINE CHANGES THE BANK PROPOSES ON ITS OWN INITIATIVE,
      * ONE RECORD PER ACCOUNT PER QUARTERLY G3-CAP1-LINE-REVIEW RUN.
      * A SUPERVISOR WORKS THE PROPOSALS ('P') ON G3-CAP1-LINEAPPR:
      * AN APPROVED INCREASE IS APPLIED THERE AND THEN ('X'); AN
      * APPROVED DECREASE IS NOTICED TO THE CARDHOLDER AND WAITS
      * ('A') UNTIL LRV-EFF-DATE, WHEN G3-CAP1-LINE-APPLY CUTS THE
      * LIMIT - NEVER BELOW THE BALANCE THEN OWED - OR CANCELS IT
      * ('C') IF THE BALANCE HAS SINCE GROWN PAST THE NEW LIMIT.
       FD  LRV-FILE.
       01  LRV-REC.
           03  LRV-KEY.
               05  LRV-CH-ID           PIC 9(8).
               05  LRV-PROP-DATE       PIC 9(8).
           03  LRV-DIRECTION           PIC X.
               88  LRV-INCREASE        VALUE 'I'.
               88  LRV-DECREASE        VALUE 'D'.
           03  LRV-OLD-LIMIT           PIC 9(7).
           03  LRV-NEW-LIMIT           PIC 9(7).
      * WHAT THE ACCOUNT LOOKED LIKE WHEN IT WAS SCORED.
           03  LRV-SCORE               PIC 9(3).
           03  LRV-UTIL-PCT            PIC 9(3).
           03  LRV-LATE-CYCLES         PIC 9(3).
           03  LRV-MISSED-CYCLES       PIC 9(3).
           03  LRV-BAL                 PIC S9(7)V99.
           03  LRV-REASON              PIC X(30).
           03  LRV-STATUS              PIC X.
               88  LRV-PROPOSED        VALUE 'P'.
               88  LRV-APPROVED        VALUE 'A'.
               88  LRV-APPLIED         VALUE 'X'.
               88  LRV-REJECTED        VALUE 'R'.
               88  LRV-CANCELLED       VALUE 'C'.
               88  LRV-PENDING         VALUES 'P' 'A'.
           03  LRV-APPR-OPER           PIC X(8).
           03  LRV-APPR-DATE           PIC 9(8).
           03  LRV-EFF-DATE            PIC 9(8).
