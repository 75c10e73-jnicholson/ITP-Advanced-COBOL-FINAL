      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PAYOFF QUOTES FROM G3-CAP1-PAYOFF: WHAT IT TAKES TO CLOSE THE
      * ACCOUNT OUT ON THE GOOD-THROUGH DATE. THE POSTED BALANCE AND
      * THE CYCLE'S ACTIVITY, INTEREST ACCRUED TO THAT DATE ON THE
      * AVERAGE DAILY BALANCE, AND OPEN AUTHORIZATION HOLDS MAKE THE
      * AMOUNT; INSTALLMENT PLAN AND PROMOTIONAL TRANSFER PRINCIPAL
      * ALREADY RIDE THE BALANCE AND ARE SHOWN FOR THE LETTER ONLY.
      * A PAYMENT COVERING THE QUOTE (LESS THE PER-DIEM FOR EACH DAY
      * IT LANDS EARLY) BY THE GOOD-THROUGH DATE MARKS IT PAID ('P')
      * THROUGH G3-CAP1-PAY-ALLOC, FLAGGING THE ACCOUNT FOR CLOSURE;
      * THE PAYOFF DESK CLOSES IT ('C') ONCE NOTHING IS LEFT OWING.
       FD  PQT-FILE.
       01  PQT-REC.
           03  PQT-ID-KEY.
               05  PQT-ID              PIC 9(8).
           03  PQT-CH-ID-KEY.
               05  PQT-CH-ID           PIC 9(8).
           03  PQT-QUOTE-DATE          PIC 9(8).
           03  PQT-GOOD-THRU           PIC 9(8).
           03  PQT-CUR-BAL             PIC S9(7)V99.
           03  PQT-INTEREST            PIC 9(7)V99.
           03  PQT-HOLDS               PIC 9(7)V99.
           03  PQT-INST-BAL            PIC 9(7)V99.
           03  PQT-PROMO-BAL           PIC 9(7)V99.
           03  PQT-RATE                PIC V9(4).
           03  PQT-PER-DIEM            PIC 9(5)V99.
           03  PQT-AMOUNT              PIC S9(7)V99.
           03  PQT-OPER                PIC X(8).
           03  PQT-STATUS              PIC X.
               88  PQT-OPEN            VALUE 'O'.
               88  PQT-PAID            VALUE 'P'.
               88  PQT-CLOSED          VALUE 'C'.
           03  PQT-PAID-DATE           PIC 9(8).
           03  PQT-PAID-AMT            PIC 9(7)V99.
      * THE MATCHING PAYMENT'S CC-TRAN-KEY, SO AN NSF RETURN OF IT
      * PUTS THE QUOTE BACK OPEN.
           03  PQT-PAID-KEY            PIC X(24).
           03  PQT-CLOSE-DATE          PIC 9(8).
