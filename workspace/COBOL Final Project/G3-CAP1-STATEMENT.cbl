      *                             USE                                 *
      *EDITED BY: TEAM 3 - 9/1/26 - FLAGS A CREDIT (NEGATIVE) NEW       *
      *                             BALANCE ON THE STATEMENT            *
      *EDITED BY: TEAM 3 - 10/15/26 - SHOWS HOW THE CYCLE'S PAYMENTS    *
      *                              WERE SPLIT ACROSS THE BALANCE      *
      *                              SEGMENTS, EACH SEGMENT'S BALANCE,  *
      *                              AND A LINE PER PAYMENT'S SPLIT     *
      *EDITED BY: TEAM 3 - 10/15/26 - A JOINT ACCOUNT PRINTS THE        *
      *                              CO-BORROWER'S NAME BESIDE THE      *
      *                              CARDHOLDER'S                       *
      *ABSTRACT: Account statement                                      *
      *******************************************************************
       IDENTIFICATION DIVISION.
       COPY SELECT-STMT-HIST.
       COPY SELECT-RUNCTL.
       COPY SELECT-PTSLEDG.
       COPY SELECT-SEGBAL.
       COPY SELECT-PAYALLOC.
       COPY SELECT-COBORR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-STMT-HIST.
       COPY FD-RUNCTL.
       COPY FD-PTSLEDG.
       COPY FD-SEGBAL.
       COPY FD-PAYALLOC.
       COPY FD-COBORR.

       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       01  WS-PTL-EOF                  PIC X VALUE SPACES.
       01  WS-PTL-AVAIL                PIC X VALUE 'N'.
       01  WS-CUR-YM                   PIC X(6) VALUE SPACES.
       01  WS-SEG-AVAIL                PIC X VALUE 'N'.
       01  WS-PAL-AVAIL                PIC X VALUE 'N'.
       01  WS-SPLIT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-CB-AVAIL                 PIC X VALUE 'N'.
       01  WS-CB-NAME                  PIC X(37) VALUE SPACES.
       01  OUT-SPLIT-LINE.
           03  OUT-SPLIT-TSTAMP        PIC X(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-SPLIT-AMT           PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(7) VALUE ' PLAN '.
           03  OUT-SPLIT-INST          PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(7) VALUE ' PROMO'.
           03  OUT-SPLIT-PROMO         PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(7) VALUE ' PURCH'.
           03  OUT-SPLIT-PURCH         PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(6) VALUE ' CASH'.
           03  OUT-SPLIT-CASH          PIC ZZZZZZ9.99.

       SCREEN SECTION.
       COPY SCREEN-CAP1-STATEMENT.
       IF WS-STAT = 35
           MOVE 'N' TO WS-HIST-AVAIL
       END-IF.
       OPEN INPUT SEG-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-SEG-AVAIL
       END-IF.
       OPEN INPUT PAL-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PAL-AVAIL
       END-IF.
       OPEN INPUT CB-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-CB-AVAIL
       END-IF.
       MOVE SPACES TO CAP1-MSG.
       PERFORM 100-CHOICE-LOOP.
       CLOSE CH-FILE
       IF WS-HIST-AVAIL = 'Y'
           CLOSE STMT-FILE
       END-IF.
       IF WS-SEG-AVAIL = 'Y'
           CLOSE SEG-FILE
       END-IF.
       IF WS-PAL-AVAIL = 'Y'
           CLOSE PAL-FILE
       END-IF.
       IF WS-CB-AVAIL = 'Y'
           CLOSE CB-FILE
       END-IF.
       EXIT PROGRAM.
      *******************************************************************
      * THE CALENDAR NOW CARRIES ONE LINE PER BILLING CYCLE CODE;
                           PERFORM 200-BUILD-STATEMENT
                           DISPLAY STMT-SCREEN
                           ACCEPT STMT-CONT
                           PERFORM 240-LIST-SPLITS
                       ELSE
                           PERFORM 250-PRIOR-CYCLE
                       END-IF
       200-BUILD-STATEMENT.
       MOVE CH-FNAME   TO WS-FNAME.
       MOVE CH-LNAME   TO WS-LNAME.
       PERFORM 270-COBORR-NAME.
       IF CH-BILL-USE-2-ON
           MOVE CH-BILL-ADDRESS TO WS-ADDRESS
           MOVE CH-BILL-ZIP     TO WS-ZIP
       MOVE ZERO       TO CAP1-STMT-CHARGES.
       MOVE ZERO       TO CAP1-STMT-PAYMENT.
       MOVE ZERO       TO CAP1-STMT-OTHER-SPEND.
       MOVE ZERO       TO CAP1-STMT-PAY-INST.
       MOVE ZERO       TO CAP1-STMT-PAY-PROMO.
       MOVE ZERO       TO CAP1-STMT-PAY-PURCH.
       MOVE ZERO       TO CAP1-STMT-PAY-CASH.
       MOVE ZERO       TO WS-SPLIT-COUNT.
       MOVE SPACES     TO WS-CC-EOF.
       MOVE CH-ID      TO CC-ID.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-ID
                           COMPUTE CAP1-STMT-PAYMENT =
                               CAP1-STMT-PAYMENT + CC-TRAN-PRICE
                       END-IF
                       IF CC-TYPE-PAYMENT
                           PERFORM 235-PAYMENT-SPLIT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       MOVE CH-DUE-DATE TO CAP1-STMT-DUE-DATE.
       MOVE CH-POINTS   TO CAP1-STMT-POINTS.
       PERFORM 230-POINTS-ACTIVITY.
       PERFORM 238-SEGMENT-BALANCES.
      *******************************************************************
      * THE POINTS LINE IS NO LONGER JUST A BALANCE: THE CYCLE'S
      * EARN, BURN, AND EXPIRE ACTIVITY COMES OFF THE LEDGER.
           CLOSE PTL-FILE
       END-IF.
      *******************************************************************
      * THE PAYMENT'S SEGMENT SPLIT, FILED UNDER THE PAYMENT'S OWN
      * KEY WHEN IT POSTED. A RETURNED PAYMENT'S SPLIT NO LONGER
      * COUNTS.
      *******************************************************************
       235-PAYMENT-SPLIT.
       IF WS-PAL-AVAIL = 'Y'
           MOVE CC-TRAN-KEY TO PAL-KEY
           READ PAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAL-APPLIED
                       ADD PAL-TO-INST  TO CAP1-STMT-PAY-INST
                       ADD PAL-TO-PROMO TO CAP1-STMT-PAY-PROMO
                       ADD PAL-TO-PURCH TO CAP1-STMT-PAY-PURCH
                       ADD PAL-TO-CASH  TO CAP1-STMT-PAY-CASH
                       ADD 1 TO WS-SPLIT-COUNT
                   END-IF
           END-READ
       END-IF.
      *******************************************************************
       238-SEGMENT-BALANCES.
       MOVE ZERO TO CAP1-STMT-SEG-INST.
       MOVE ZERO TO CAP1-STMT-SEG-PROMO.
       MOVE ZERO TO CAP1-STMT-SEG-PURCH.
       MOVE ZERO TO CAP1-STMT-SEG-CASH.
       IF WS-SEG-AVAIL = 'Y'
           MOVE CH-ID TO SEG-CH-ID
           READ SEG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEG-INST-BAL  TO CAP1-STMT-SEG-INST
                   MOVE SEG-PROMO-BAL TO CAP1-STMT-SEG-PROMO
                   MOVE SEG-PURCH-BAL TO CAP1-STMT-SEG-PURCH
                   MOVE SEG-CASH-BAL  TO CAP1-STMT-SEG-CASH
           END-READ
       END-IF.
      *******************************************************************
      * AFTER THE STATEMENT PAGE, ONE LINE PER PAYMENT SHOWING HOW
      * IT WAS SPLIT.
      *******************************************************************
       240-LIST-SPLITS.
       IF WS-SPLIT-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'PAYMENTS THIS PERIOD - HOW EACH WAS APPLIED'.
       DISPLAY 'DATE         AMOUNT'.
       MOVE SPACES TO WS-CC-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CC-EOF
       END-START.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF CC-ID NOT EQUAL CH-ID
                       MOVE 'Y' TO WS-CC-EOF
                   ELSE
                       IF CC-TYPE-PAYMENT
                           MOVE CC-TRAN-KEY TO PAL-KEY
                           READ PAL-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PAL-APPLIED
                                       PERFORM 245-SHOW-SPLIT
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      *******************************************************************
       245-SHOW-SPLIT.
       MOVE PAL-TSTAMP (1:8) TO OUT-SPLIT-TSTAMP.
       MOVE PAL-AMOUNT       TO OUT-SPLIT-AMT.
       MOVE PAL-TO-INST      TO OUT-SPLIT-INST.
       MOVE PAL-TO-PROMO     TO OUT-SPLIT-PROMO.
       MOVE PAL-TO-PURCH     TO OUT-SPLIT-PURCH.
       MOVE PAL-TO-CASH      TO OUT-SPLIT-CASH.
       DISPLAY OUT-SPLIT-LINE.
      *******************************************************************
      * REPRINT A PRIOR CYCLE FROM THE STATEMENT HISTORY FILED BY
      * G3-CAP1-STMT-BATCH, INSTEAD OF REBUILDING FROM LIVE DETAIL.
      *******************************************************************
       260-SHOW-PRIOR.
       MOVE CH-FNAME   TO WS-FNAME.
       MOVE CH-LNAME   TO WS-LNAME.
       PERFORM 270-COBORR-NAME.
       IF CH-BILL-USE-2-ON
           MOVE CH-BILL-ADDRESS TO WS-ADDRESS
           MOVE CH-BILL-ZIP     TO WS-ZIP
       MOVE ZERO TO CAP1-STMT-PTS-EARN.
       MOVE ZERO TO CAP1-STMT-PTS-BURN.
       MOVE ZERO TO CAP1-STMT-PTS-EXP.
       MOVE STMT-PAY-INST  TO CAP1-STMT-PAY-INST.
       MOVE STMT-PAY-PROMO TO CAP1-STMT-PAY-PROMO.
       MOVE STMT-PAY-PURCH TO CAP1-STMT-PAY-PURCH.
       MOVE STMT-PAY-CASH  TO CAP1-STMT-PAY-CASH.
       MOVE STMT-SEG-INST  TO CAP1-STMT-SEG-INST.
       MOVE STMT-SEG-PROMO TO CAP1-STMT-SEG-PROMO.
       MOVE STMT-SEG-PURCH TO CAP1-STMT-SEG-PURCH.
       MOVE STMT-SEG-CASH  TO CAP1-STMT-SEG-CASH.
       DISPLAY STMT-SCREEN.
       ACCEPT STMT-CONT.
      *******************************************************************
      * BOTH BORROWERS ON A JOINT ACCOUNT ARE NAMED ON ITS STATEMENT.
      * A CO-BORROWER WHOSE REMOVAL IS STILL AWAITING APPROVAL IS
      * STILL LIABLE, SO STILL NAMED.
      *******************************************************************
       270-COBORR-NAME.
       MOVE SPACES TO WS-CB-NAME.
       IF WS-CB-AVAIL = 'Y'
           MOVE CH-ID TO CB-CH-ID
           READ CB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CB-LIABLE
                       STRING '& ' DELIMITED BY SIZE
                              CB-FNAME DELIMITED BY SPACE
                              ' '      DELIMITED BY SIZE
                              CB-LNAME DELIMITED BY SPACE
                              INTO WS-CB-NAME
                   END-IF
           END-READ
       END-IF.
