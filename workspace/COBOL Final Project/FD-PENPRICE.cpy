      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PENALTY PRICING STATE, ONE RECORD PER ACCOUNT, KEPT BY
      * MONTH-END. AN ACCOUNT REACHING CAP1-PENALTY-CYCLES MISSED
      * CYCLES IS NOTICED ('N') WITH AN EFFECTIVE DATE AT LEAST
      * CAP1-PENALTY-NOTICE-DY DAYS OUT; THE FIRST CYCLE RUN ON OR
      * AFTER THAT DATE REPRICES IT ('A') AT PEN-RATE, OR WITHDRAWS
      * THE NOTICE ('W') IF THE ACCOUNT HAS CAUGHT UP. AN ACTIVE
      * ACCOUNT WITH CAP1-PENALTY-CURE-CYC CONSECUTIVE ON-TIME
      * CYCLES ON STMT-HIST.DAT RETURNS TO STANDARD PRICING ('C').
       FD  PEN-FILE.
       01  PEN-REC.
           03  PEN-CH-ID               PIC 9(8).
           03  PEN-STATUS              PIC X.
               88  PEN-NOTICED         VALUE 'N'.
               88  PEN-ACTIVE          VALUE 'A'.
               88  PEN-CURED           VALUE 'C'.
               88  PEN-WITHDRAWN       VALUE 'W'.
           03  PEN-RATE                PIC V9(4).
           03  PEN-NOTICE-DATE         PIC 9(8).
           03  PEN-EFF-DATE            PIC 9(8).
           03  PEN-START-CYCLE         PIC 9(6).
           03  PEN-END-DATE            PIC 9(8).

      * ONE LINE PER ACCOUNT ENTERING OR LEAVING PENALTY PRICING
      * EACH CYCLE, UNDER A HEADING NAMING THE CYCLE RUN.
       FD  PENALTY-RPT-FILE.
       01  PENALTY-RPT-LINE            PIC X(60).
