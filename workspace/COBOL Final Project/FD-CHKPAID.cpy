      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * THE BANK'S DAILY PAID-CHECK FILE FOR THE REFUND CHECK
      * ACCOUNT: ONE LINE PER CHECK THAT CLEARED. A LINE THAT MATCHES
      * NO OPEN CHECK ON THE REGISTER, OR CLEARED FOR A DIFFERENT
      * AMOUNT, LANDS ON CHKPAID-EXC.TXT FOR THE OPS DESK.
       FD  CHKPAID-FILE.
       01  CHKPAID-REC.
           03  CKP-CHECK-NO            PIC 9(8).
           03  FILLER                  PIC X.
           03  CKP-AMOUNT              PIC 9(7)V99.
           03  FILLER                  PIC X.
           03  CKP-PAID-DATE           PIC 9(8).

       FD  CHKPAID-EXC-FILE.
       01  CHKPAID-EXC-LINE            PIC X(60).
