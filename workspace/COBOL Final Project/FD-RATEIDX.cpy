      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * RATE INDEX HISTORY (PRIME AND ANY OTHER PUBLISHED INDEX A
      * PRODUCT IS PRICED OFF), ONE RECORD PER INDEX PER EFFECTIVE
      * DATE, KEYED FROM G3-RATE-MAINT. RIX-VALUE IS THE ANNUAL
      * PERCENTAGE (08.50 = 8.50%). A NEW VALUE SITS 'N' UNTIL
      * G3-CAP1-REPRICE HAS REPRICED THE PRODUCTS TIED TO IT ('R').
       FD  RIX-FILE.
       01  RIX-REC.
           03  RIX-KEY.
               05  RIX-INDEX           PIC X(8).
               05  RIX-EFF-DATE        PIC 9(8).
           03  RIX-VALUE               PIC 9(2)V99.
           03  RIX-SET-BY              PIC X(8).
           03  RIX-STATUS              PIC X.
               88  RIX-NEW             VALUE 'N'.
               88  RIX-REPRICED        VALUE 'R'.
