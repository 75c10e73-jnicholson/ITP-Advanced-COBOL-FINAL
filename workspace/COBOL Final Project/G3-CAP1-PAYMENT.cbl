      *           NIGHTLY G3-CAP1-SCHEDPAY SWEEP TO POST ON ITS
      *           DATE, AND 'C' ON THE PAYMENT FORM CANCELS A
      *           PENDING SCHEDULED PAYMENT BEFORE IT POSTS.
      *  10/15  - A PAYMENT SCHEDULED FOR A WEEKEND OR BANK HOLIDAY
      *           TELLS THE MEMBER THE BUSINESS DAY IT WILL POST.
      *  10/15  - A POSTED PAYMENT IS SPLIT ACROSS THE ACCOUNT'S
      *           BALANCE SEGMENTS BY G3-CAP1-PAY-ALLOC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-PAYMENT IS INITIAL.
       01 WS-SCH-EOF                    PIC X VALUE SPACES.
       01 WS-SCH-DONE                   PIC X VALUE 'N'.
       01 WS-CANCEL-SEQ                 PIC 9(2) VALUE ZERO.
       01 WS-POST-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-PAL-FUNC                   PIC X VALUE 'A'.

       SCREEN SECTION.
       COPY SCREEN-CAP1-PAY.
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
       MOVE 'A' TO WS-PAL-FUNC.
       CALL 'G3-CAP1-PAY-ALLOC' USING WS-PAL-FUNC, CC-TRAN-KEY,
               CC-TRAN-PRICE, CH-MIN-DUE, CH-BAL, CH-CASH-USED.
       SUBTRACT WS-PAYMENT FROM CH-MEMO-BAL.
       REWRITE CH-REC.
       EVALUATE WS-AUTOPAY-SEL
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'PAYMENT SCHEDULED FOR ' SCH-DATE.
       MOVE SCH-DATE TO WS-POST-DATE.
       CALL 'G3-BUSDAY' USING WS-POST-DATE.
       IF WS-POST-DATE NOT = SCH-DATE
           DISPLAY 'NOT A BUSINESS DAY - POSTS ON ' WS-POST-DATE
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
