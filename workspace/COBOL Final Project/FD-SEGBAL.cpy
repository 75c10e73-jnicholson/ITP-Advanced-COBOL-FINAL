      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE RECORD PER ACCOUNT: CH-BAL BROKEN INTO THE BALANCE
      * SEGMENTS A PAYMENT IS ALLOCATED ACROSS. INSTALLMENT-PLAN
      * PRINCIPAL (INSTPLAN.DAT) AND PROMOTIONAL BALANCE TRANSFERS
      * (BALXFER.DAT) ARE THE LOW-RATE SEGMENTS, ORDINARY PURCHASES
      * (FEES AND INTEREST INCLUDED) RATE AT THE PRODUCT RATE, AND
      * CASH ADVANCES, WHICH ACCRUE FROM DAY ONE, RANK HIGHEST.
      * G3-CAP1-PAY-ALLOC TAKES EACH PAYMENT OFF THE SEGMENTS AS IT
      * POSTS; MONTH-END RE-STATES THEM FROM THE NEW CH-BAL AT THE
      * ROLL AND CLEARS THE CYCLE'S MINIMUM-PAID METER.
       FD  SEG-FILE.
       01  SEG-REC.
           03  SEG-CH-ID               PIC 9(8).
           03  SEG-INST-BAL            PIC S9(7)V99.
           03  SEG-PROMO-BAL           PIC S9(7)V99.
           03  SEG-PURCH-BAL           PIC S9(7)V99.
           03  SEG-CASH-BAL            PIC S9(7)V99.
      * PAYMENT DOLLARS ALREADY APPLIED AGAINST THE CURRENT CYCLE'S
      * MINIMUM DUE; ONLY WHAT IS LEFT OF THE MINIMUM TAKES THE
      * LOW-RATE-FIRST ORDER.
           03  SEG-MIN-PAID            PIC 9(7)V99.
      * RUN DATE OF THE MONTH-END THAT LAST RE-STATED THE SEGMENTS.
           03  SEG-ROLL-DATE           PIC 9(8).
