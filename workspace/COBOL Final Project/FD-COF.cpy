      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CARD-ON-FILE REGISTRY: WHICH MERCHANT HOLDS WHICH OF OUR CARDS
      * STORED FOR RECURRING BILLING. A MERCHANT ENROLLS A CARD
      * OUTRIGHT ON ITS BATCH ('C' LINE, SOURCE 'E'); OTHERWISE THE
      * NIGHTLY UPDATER (G3-CAP1-COF-UPDATE) NOTES EVERY MERCHANT AND
      * CARD PAIR ON CC-TRAN ('S' SEEN) AND PUTS IT ON FILE ('A',
      * SOURCE 'R') ONCE THE MERCHANT HAS CHARGED THE CARD IN A SECOND
      * CALENDAR MONTH. COF-EXP IS THE EXPIRATION THE MERCHANT WAS
      * LAST TOLD OF; A REPLACED NUMBER STAYS BEHIND AS 'U' SO OLD
      * CHARGES ON IT NEVER PUT IT BACK ON FILE.
       FD  COF-FILE.
       01  COF-REC.
           03  COF-KEY.
               05  COF-MER-ID          PIC 9(8).
               05  COF-CARD            PIC 9(16).
           03  COF-CH-ID               PIC 9(8).
           03  COF-SOURCE              PIC X.
               88  COF-SRC-RECURRING   VALUE 'R'.
               88  COF-SRC-ENROLLED    VALUE 'E'.
           03  COF-STATUS              PIC X.
               88  COF-SEEN            VALUE 'S'.
               88  COF-ON-FILE         VALUE 'A'.
               88  COF-REPLACED        VALUE 'U'.
               88  COF-CLOSED          VALUE 'X'.
               88  COF-DROPPED         VALUE 'D'.
           03  COF-SEEN-MONTH          PIC 9(6).
           03  COF-LAST-USE            PIC 9(8).
           03  COF-EXP                 PIC 9(6).
           03  COF-ADD-DATE            PIC 9(8).
