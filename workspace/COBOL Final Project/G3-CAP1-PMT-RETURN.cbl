      *          the ledger square) so the GL extract books the
      *          receivable-debit / cash-credit that undoes the
      *          payment booked on its posting day.
      *MODIFICATION HISTORY:
      *  10/15  - THE RETURN FEE IS THE NSF-FEE-AMT IN EFFECT TODAY
      *           ON THE SYSTEM PARAMETER MASTER (PARM.DAT).
      *  10/15  - THE RETURNED PAYMENT'S SEGMENT SPLIT IS BACKED OUT
      *           THROUGH G3-CAP1-PAY-ALLOC.
      *  10/15  - A RETURN THAT CANNOT BE MATCHED (ACCOUNT OR PAYMENT
      *           NOT ON FILE) IS FILED ON THE SUSPENSE WORK QUEUE
      *           WHEN THE OPERATOR KEYS THE BANK'S RETURN AMOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-PMT-RETURN IS INITIAL.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-SUSP.

       01  WS-RTN-TSTAMP               PIC X(12) VALUE SPACES.
       01  WS-TRAN-EOF                 PIC X VALUE SPACES.
       01  WS-TRAN-HIT                 PIC X VALUE 'N'.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-RTN-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-RTN-BANK-AMT             PIC 9(7)V99 VALUE ZERO.
       01  WS-ORIG-PAY-DATE            PIC X(8) VALUE SPACES.
       01  WS-TODAY-X                  PIC X(8) VALUE SPACES.
       01  WS-PAL-FUNC                 PIC X VALUE 'R'.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

               05  LINE 11 COL 17 VALUE 'PAYMENT STAMP (YYYYMMDDHHMM):'.
               05  LINE 11 COL 46 PIC X(12) TO WS-RTN-TSTAMP
                                           FULL REQUIRED.
               05  LINE 12 COL 17 VALUE 'RETURN AMOUNT (IF NOT FOUND):'.
               05  LINE 12 COL 46 PIC 9999999.99 TO WS-RTN-BANK-AMT.
               05  LINE 13 COL 17 VALUE '(ACCOUNT 99999999 = EXIT)'.
               05  LINE 24 COL 17 PIC X(20) FROM CAP1-MSG.
      ******************************************************************
       MOVE WS-MONTH TO WS-TODAY-X (5:2).
       MOVE WS-DAY   TO WS-TODAY-X (7:2).
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       PERFORM 050-LOAD-PARMS.
       OPEN I-O CH-FILE
                CC-TRAN-FILE.
       PERFORM 100-WORK UNTIL CAP1-SEARCH = '99999999'.
       CLOSE CH-FILE
             CC-TRAN-FILE.
       EXIT PROGRAM.
      ******************************************************************
      * THE RETURN FEE IN EFFECT TODAY; UNSCHEDULED, IT STAYS AT THE
      * WS-CAP1 VALUE.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-TODAY-X TO WS-PARM-DATE.
       MOVE 'NSF-FEE-AMT' TO WS-PARM-NAME.
       MOVE CAP1-NSF-FEE-AMT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-NSF-FEE-AMT.
      ******************************************************************
       100-WORK.
       MOVE ZERO TO WS-RTN-BANK-AMT.
       DISPLAY RTN-SCREEN.
       ACCEPT RTN-FORM.
       IF CAP1-SEARCH NOT = '99999999'
           READ CH-FILE
               INVALID KEY
                   MOVE 'INVALID ID' TO CAP1-MSG
                   IF WS-RTN-BANK-AMT > ZERO
                       MOVE 'ACCOUNT NOT ON FILE' TO CAP1-MSG
                       PERFORM 500-SUSPEND-RETURN
                   END-IF
               NOT INVALID KEY
                   PERFORM 200-FIND-PAYMENT
           END-READ
           PERFORM 300-RETURN-PAYMENT
       ELSE
           MOVE 'PAYMENT NOT FOUND' TO CAP1-MSG
           IF WS-RTN-BANK-AMT > ZERO
               PERFORM 500-SUSPEND-RETURN
           END-IF
       END-IF.
      ******************************************************************
       300-RETURN-PAYMENT.
       MOVE CC-TRAN-TSTAMP (1:8) TO WS-ORIG-PAY-DATE.
       MOVE 'N' TO TRAN-TYPE.
       REWRITE CC-TRAN-REC.
       MOVE 'R' TO WS-PAL-FUNC.
       CALL 'G3-CAP1-PAY-ALLOC' USING WS-PAL-FUNC, CC-TRAN-KEY,
               CC-TRAN-PRICE, CH-MIN-DUE, CH-BAL, CH-CASH-USED.
       IF WS-ORIG-PAY-DATE NOT = WS-TODAY-X
           PERFORM 350-POST-REVERSAL
       END-IF.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE WS-OPERATOR-ID TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE WS-OPERATOR-ID TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
                   MOVE 'Y' TO WS-TRAN-DONE
           END-WRITE
       END-PERFORM.
      ******************************************************************
      * A RETURN THE BANK SENT THAT MATCHES NOTHING ON FILE IS PARKED
      * ON THE SUSPENSE QUEUE WITH THE KEYED ACCOUNT AND STAMP SO THE
      * OPS DESK CAN RESEARCH IT AND REPOST OR WRITE IT OFF. CAP1-MSG
      * CARRIES THE REASON IN.
      ******************************************************************
       500-SUSPEND-RETURN.
       INITIALIZE WS-SUS-ITEM.
       MOVE 'NSF' TO WS-SUS-SOURCE.
       MOVE CAP1-MSG TO WS-SUS-REASON.
       MOVE WS-RTN-BANK-AMT TO WS-SUS-AMOUNT.
       IF CAP1-SEARCH (1:8) IS NUMERIC
           MOVE CAP1-SEARCH (1:8) TO WS-SUS-ACCT
       END-IF.
       MOVE 'NSF PAYMENT RETURN' TO WS-SUS-ITEM-DESC.
       MOVE WS-RTN-TSTAMP TO WS-SUS-REF.
       STRING CAP1-SEARCH (1:8) ' ' WS-RTN-TSTAMP ' ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-SUS-ORIG.
       CALL 'G3-SUSP-WRITE' USING WS-SUS-ITEM.
       MOVE 'PAYMENT SUSPENDED' TO CAP1-MSG.
