      *           THAT CALLED IT) AND FILES STATEMENTS ONLY FOR THAT
      *           CYCLE'S ACCOUNTS; WITH NO CALENDAR OR NO CYCLE
      *           RUNNING IT FILES FOR EVERYONE AS BEFORE.
      *  10/15  - EACH STATEMENT ALSO FILES HOW THE CYCLE'S PAYMENTS
      *           WERE SPLIT ACROSS THE BALANCE SEGMENTS (FROM
      *           PAYALLOC.DAT) AND EACH SEGMENT'S BALANCE AFTER THE
      *           ROLL (FROM SEGBAL.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-STMT-BATCH IS INITIAL.
       COPY SELECT-CC-TRAN.
       COPY SELECT-STMT-HIST.
       COPY SELECT-RUNCTL.
       COPY SELECT-SEGBAL.
       COPY SELECT-PAYALLOC.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-STMT-HIST.
       COPY FD-RUNCTL.
       COPY FD-SEGBAL.
       COPY FD-PAYALLOC.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-STMT-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-SEL-CYCLE                PIC 9 VALUE ZERO.
       01  WS-RC-EOF                   PIC X VALUE SPACES.
       01  WS-SEG-AVAIL                PIC X VALUE 'N'.
       01  WS-PAL-AVAIL                PIC X VALUE 'N'.
       01  WS-PAY-INST                 PIC 9(9)V99 VALUE ZERO.
       01  WS-PAY-PROMO                PIC 9(9)V99 VALUE ZERO.
       01  WS-PAY-PURCH                PIC 9(9)V99 VALUE ZERO.
       01  WS-PAY-CASH                 PIC 9(9)V99 VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
               CLOSE STMT-FILE
               OPEN I-O STMT-FILE
           END-IF.
           OPEN INPUT SEG-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SEG-AVAIL
           END-IF.
           OPEN INPUT PAL-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PAL-AVAIL
           END-IF.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
               INVALID KEY
           CLOSE CH-FILE
                 CC-TRAN-FILE
                 STMT-FILE.
           IF WS-SEG-AVAIL = 'Y'
               CLOSE SEG-FILE
           END-IF.
           IF WS-PAL-AVAIL = 'Y'
               CLOSE PAL-FILE
           END-IF.
           DISPLAY 'STATEMENTS FILED THIS CYCLE: ' WS-STMT-COUNT.
           GOBACK.
      ******************************************************************
       200-BUILD-STATEMENT.
       MOVE ZERO TO WS-CHARGES.
       MOVE ZERO TO WS-PAYMENTS.
       MOVE ZERO TO WS-PAY-INST.
       MOVE ZERO TO WS-PAY-PROMO.
       MOVE ZERO TO WS-PAY-PURCH.
       MOVE ZERO TO WS-PAY-CASH.
       MOVE SPACES TO WS-CC-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
                           COMPUTE WS-PAYMENTS =
                               WS-PAYMENTS + CC-TRAN-PRICE
                       END-IF
                       IF CC-TYPE-PAYMENT
                           PERFORM 250-PAYMENT-SPLIT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 300-FILE-STATEMENT.
      ******************************************************************
      * ADD THE PAYMENT'S SEGMENT SPLIT, FILED UNDER THE PAYMENT'S
      * OWN KEY WHEN IT POSTED, INTO THE CYCLE'S TOTALS.
      ******************************************************************
       250-PAYMENT-SPLIT.
       IF WS-PAL-AVAIL = 'Y'
           MOVE CC-TRAN-KEY TO PAL-KEY
           READ PAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAL-APPLIED
                       ADD PAL-TO-INST  TO WS-PAY-INST
                       ADD PAL-TO-PROMO TO WS-PAY-PROMO
                       ADD PAL-TO-PURCH TO WS-PAY-PURCH
                       ADD PAL-TO-CASH  TO WS-PAY-CASH
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
      * CH-BAL HAS ALREADY BEEN ROLLED FORWARD BY MONTH-END'S 200-CALC
      * WHEN THIS RUNS, SO IT IS THE NEW BALANCE; THE PREVIOUS BALANCE
      * IS THE NEW BALANCE WITH THE CYCLE'S ACTIVITY BACKED OFF.
       MOVE CH-POINTS   TO STMT-POINTS.
       MOVE WS-RUN-DATE TO STMT-RUN-DATE.
       MOVE CH-MISSED-CYCLES TO STMT-MISSED-CYCLES.
       MOVE WS-PAY-INST  TO STMT-PAY-INST.
       MOVE WS-PAY-PROMO TO STMT-PAY-PROMO.
       MOVE WS-PAY-PURCH TO STMT-PAY-PURCH.
       MOVE WS-PAY-CASH  TO STMT-PAY-CASH.
       MOVE ZERO TO STMT-SEG-INST.
       MOVE ZERO TO STMT-SEG-PROMO.
       MOVE ZERO TO STMT-SEG-PURCH.
       MOVE ZERO TO STMT-SEG-CASH.
       IF WS-SEG-AVAIL = 'Y'
           MOVE CH-ID TO SEG-CH-ID
           READ SEG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEG-INST-BAL  TO STMT-SEG-INST
                   MOVE SEG-PROMO-BAL TO STMT-SEG-PROMO
                   MOVE SEG-PURCH-BAL TO STMT-SEG-PURCH
                   MOVE SEG-CASH-BAL  TO STMT-SEG-CASH
           END-READ
       END-IF.
       WRITE STMT-REC
           INVALID KEY
               REWRITE STMT-REC
