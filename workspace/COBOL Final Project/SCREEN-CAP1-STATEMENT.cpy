           03  STMT-NAME.
               05  LINE 05 COL 01 PIC X(20) FROM WS-FNAME.
               05  LINE 05 COL 21 PIC X(20) FROM WS-LNAME.
               05  LINE 05 COL 42 PIC X(37) FROM WS-CB-NAME.
           03  STMT-ADDRESS.
               05  LINE 06 COL 01 PIC X(20) FROM WS-ADDRESS.
               05  LINE 07 COL 01 PIC X(20) FROM WS-CITY.
               05  LINE 13 COL 01 VALUE 'PAYMENTS APPLIED:'.
               05  LINE 13 COL 20 PIC Z,ZZZ,ZZ9.99
                                        FROM CAP1-STMT-PAYMENT.
           03  STMT-SPLIT.
               05  LINE 14 COL 01 VALUE 'PAID TO  PLAN:'.
               05  LINE 14 COL 15 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-PAY-INST.
               05  LINE 14 COL 26 VALUE 'PROMO:'.
               05  LINE 14 COL 32 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-PAY-PROMO.
               05  LINE 14 COL 43 VALUE 'PURCH:'.
               05  LINE 14 COL 49 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-PAY-PURCH.
               05  LINE 14 COL 60 VALUE 'CASH:'.
               05  LINE 14 COL 65 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-PAY-CASH.
           03  STMT-NEW.
               05  LINE 15 COL 01 VALUE 'NEW BALANCE:'.
               05  LINE 15 COL 14 PIC Z,ZZZ,ZZ9.99
                                        FROM CAP1-STMT-NEW-BAL.
               05  LINE 15 COL 30 PIC X(14)
                                        FROM CAP1-STMT-CR-NOTE.
           03  STMT-SEGS.
               05  LINE 16 COL 01 VALUE 'SEGMENTS PLAN:'.
               05  LINE 16 COL 15 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-SEG-INST.
               05  LINE 16 COL 26 VALUE 'PROMO:'.
               05  LINE 16 COL 32 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-SEG-PROMO.
               05  LINE 16 COL 43 VALUE 'PURCH:'.
               05  LINE 16 COL 49 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-SEG-PURCH.
               05  LINE 16 COL 60 VALUE 'CASH:'.
               05  LINE 16 COL 65 PIC ZZZZZZ9.99
                                        FROM CAP1-STMT-SEG-CASH.
           03  STMT-MIN.
               05  LINE 17 COL 01 VALUE 'MINIMUM PAYMENT DUE:'.
               05  LINE 17 COL 23 PIC Z,ZZZ,ZZ9.99
