      *           ENROLLED ACCOUNTS ARE DRAFTED, SO AUTOPAY RUNS
      *           AHEAD OF EACH CYCLE'S MONTH-END INSTEAD OF ONCE A
      *           MONTH FOR EVERYONE.
      *  10/15  - EACH DRAFT IS SPLIT ACROSS THE ACCOUNT'S BALANCE
      *           SEGMENTS BY G3-CAP1-PAY-ALLOC.
      *  10/15  - AN ACCOUNT CODED BANKRUPT OR DECEASED
      *           (CH-SPEC-HANDLING) IS NEVER DRAFTED, EVEN IF ITS
      *           ENROLLMENT WAS SOMEHOW LEFT ON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-AUTOPAY IS INITIAL.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-PAL-FUNC                 PIC X VALUE 'A'.
       01  WS-SEL-CYCLE                PIC 9 VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
                       MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF CH-STAT-ACTIVE AND CH-AUTOPAY-ON
                               AND NOT CH-SH-CODED
                               AND CH-BAL > ZERO
                               AND (WS-SEL-CYCLE = ZERO
                                   OR CH-CYCLE-CODE = WS-SEL-CYCLE)
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
       SUBTRACT CC-TRAN-PRICE FROM CH-MEMO-BAL.
       REWRITE CH-REC.
       MOVE 'AUTOPY' TO WS-AUD-ACTION.
