      *  9/1    - ALSO SETS THE MERCHANT'S SETTLEMENT RESERVE
      *           PERCENTAGE (MER-RESERVE-PCT), THE SLICE OF EACH
      *           NET SETTLEMENT WITHHELD AGAINST CHARGEBACKS.
      *  10/15  - ALSO SETS WHETHER A CARD-NOT-PRESENT CHARGE THAT
      *           FAILS ADDRESS VERIFICATION IS DECLINED FOR THIS
      *           MERCHANT (MER-AVS-DECLINE) OR POSTED AND REPORTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-MER-STATUS IS INITIAL.
       01  WS-RSV-SEL                  PIC X VALUE SPACE.
       01  WS-RSV-PCT                  PIC V99 VALUE ZERO.
       01  WS-FREQ-SEL                 PIC X VALUE SPACE.
       01  WS-AVS-SEL                  PIC X VALUE SPACE.

       SCREEN SECTION.
       COPY SCREEN-AUDIT-OPERATOR.
                   WS-AUD-ACTION, WS-AUD-KEY
           DISPLAY 'FUNDING FREQUENCY UPDATED'
       END-IF.
       DISPLAY 'DECLINE ADDRESS VERIFICATION NO-MATCH: '
               MER-AVS-DECLINE '  (Y=DECLINE N=POST AND REPORT)'.
       DISPLAY 'NEW SETTING (OTHER = NO CHANGE):'.
       ACCEPT WS-AVS-SEL.
       IF WS-AVS-SEL = 'Y' OR 'y' OR 'N' OR 'n'
           MOVE FUNCTION UPPER-CASE (WS-AVS-SEL) TO MER-AVS-DECLINE
           REWRITE MER-REC
           MOVE 'MERAVS' TO WS-AUD-ACTION
           MOVE MER-ID TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY
           DISPLAY 'ADDRESS VERIFICATION SETTING UPDATED'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT VISA-MER-RESP.
