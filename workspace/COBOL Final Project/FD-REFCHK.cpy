      *Skeleton COBOL Copybook - Team 3 - 9/1/2026
      * ONE LINE PER REFUND CHECK CUT BY G3-CAP1-REFUND-RUN FOR AN
      * ACCOUNT SITTING IN CREDIT PAST THE THRESHOLD - PAYEE, MAILING
      * ADDRESS, THE CHECK AMOUNT AND THE CHECK NUMBER CARRIED ON
      * THE REFUND CHECK REGISTER - FOR THE CHECK PRINTER.
       FD  REFCHK-FILE.
       01  REFCHK-LINE                 PIC X(100).
