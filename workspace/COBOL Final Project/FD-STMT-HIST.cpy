      * THE ROLL-RATE REPORT CAN WATCH ACCOUNTS MOVE BETWEEN
      * DELINQUENCY BUCKETS ACROSS CONSECUTIVE CYCLES.
           03  STMT-MISSED-CYCLES      PIC 9(3).
      * THE CYCLE'S PAYMENT DOLLARS BY THE SEGMENT THEY PAID, AND
      * EACH SEGMENT'S BALANCE AFTER THE ROLL.
           03  STMT-PAY-INST           PIC 9(9)V99.
           03  STMT-PAY-PROMO          PIC 9(9)V99.
           03  STMT-PAY-PURCH          PIC 9(9)V99.
           03  STMT-PAY-CASH           PIC 9(9)V99.
           03  STMT-SEG-INST           PIC S9(7)V99.
           03  STMT-SEG-PROMO          PIC S9(7)V99.
           03  STMT-SEG-PURCH          PIC S9(7)V99.
           03  STMT-SEG-CASH           PIC S9(7)V99.
