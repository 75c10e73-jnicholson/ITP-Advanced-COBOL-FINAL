      *          Cancelled entries ('X') are skipped; entries for an
      *          account that no longer exists are left pending for
      *          the ops desk to see.
      *MODIFICATION HISTORY:
      *  10/15  - A PAYMENT DATED ON A WEEKEND OR BANK HOLIDAY WAITS
      *           AND POSTS ON THE NEXT BUSINESS DAY (G3-BUSDAY).
      *  10/15  - EACH POSTED PAYMENT IS SPLIT ACROSS THE ACCOUNT'S
      *           BALANCE SEGMENTS BY G3-CAP1-PAY-ALLOC.
      *  10/15  - A PENDING PAYMENT ON AN ACCOUNT CODED BANKRUPT OR
      *           DECEASED (CH-SPEC-HANDLING) IS CANCELLED ('X') AND
      *           AUDITED INSTEAD OF POSTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-SCHEDPAY IS INITIAL.

       01  WS-SCH-EOF                  PIC X VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-SCH-POST-DATE            PIC 9(8) VALUE ZERO.
       01  WS-POSTED-CTR               PIC 9(5) VALUE ZERO.
       01  WS-CANCEL-CTR               PIC 9(5) VALUE ZERO.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-PAL-FUNC                 PIC X VALUE 'A'.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
      ******************************************************************
                   AT END
                       MOVE 'Y' TO WS-SCH-EOF
                   NOT AT END
                       IF SCH-PENDING
                           MOVE SCH-DATE TO WS-SCH-POST-DATE
                           CALL 'G3-BUSDAY' USING WS-SCH-POST-DATE
                           IF WS-SCH-POST-DATE <= WS-TODAY
                               PERFORM 200-POST-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                 CH-FILE
                 CC-TRAN-FILE.
           DISPLAY 'SCHEDULED PAYMENT SWEEP COMPLETE - '
                   WS-POSTED-CTR ' POSTED, '
                   WS-CANCEL-CTR ' CANCELLED (SPECIAL HANDLING)'.
           GOBACK.
      ******************************************************************
       200-POST-ONE.
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CH-SH-CODED
                   PERFORM 250-CANCEL-ONE
               ELSE
                   PERFORM 300-POST-PAYMENT
               END-IF
       END-READ.
      ******************************************************************
      * A PAYMENT LEFT PENDING ON AN ACCOUNT SINCE CODED BANKRUPT OR
      * DECEASED IS CANCELLED RATHER THAN DRAFTED.
      ******************************************************************
       250-CANCEL-ONE.
       MOVE 'X' TO SCH-STATUS.
       REWRITE SCH-REC.
       ADD 1 TO WS-CANCEL-CTR.
       MOVE 'SCHCAN' TO WS-AUD-ACTION.
       MOVE SCH-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       300-POST-PAYMENT.
       MOVE SCH-CH-ID TO CC-ID.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE SPACES TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
                   MOVE 'Y' TO WS-TRAN-DONE
           END-WRITE
       END-PERFORM.
       MOVE 'A' TO WS-PAL-FUNC.
       CALL 'G3-CAP1-PAY-ALLOC' USING WS-PAL-FUNC, CC-TRAN-KEY,
               CC-TRAN-PRICE, CH-MIN-DUE, CH-BAL, CH-CASH-USED.
       SUBTRACT SCH-AMOUNT FROM CH-MEMO-BAL.
       REWRITE CH-REC.
       MOVE 'D' TO SCH-STATUS.
