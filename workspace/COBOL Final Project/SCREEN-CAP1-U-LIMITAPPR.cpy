               05  LINE 13 COL 20 PIC 9(7) FROM CAP1-ORIG-LIMIT.
               05  LINE 14 COL 01 VALUE 'Requested Limit'.
               05  LINE 14 COL 20 PIC 9(7) FROM CAP1-ORIG-LIMIT-REQ.
               05  LINE 16 COL 01 VALUE 'Deny Reasons'.
               05  LINE 16 COL 20 PIC X(8) TO CAP1-DENY-RSN.
               05  LINE 17 COL 01 VALUE
                   '01 SCORE  02 NO SCORE  03 UTILIZATION  04 LATE'.
               05  LINE 18 COL 01 VALUE
                   '05 AMOUNT 06 IDENTITY  07 STANDING  08 HISTORY'.
               05  LINE 19 COL 01 VALUE
                   '09 OTHER  (UP TO FOUR, E.G. 0104)'.
               05  LINE 21 COL 01 VALUE "Press 'A' Approve, 'D' Deny, ".
               05  LINE 21 COL 31 VALUE "'S' Skip".
               05  LINE 22 COL 01 PIC X TO CAP1-CHECK AUTO.
