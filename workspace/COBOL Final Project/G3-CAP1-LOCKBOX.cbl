      *          number or, failing that, by card number; lines that
      *          match nothing go to LOCKBOX-SUSP.TXT for the ops
      *          desk.
      *MODIFICATION HISTORY:
      *  10/15  - EACH POSTED CHECK IS SPLIT ACROSS THE ACCOUNT'S
      *           BALANCE SEGMENTS BY G3-CAP1-PAY-ALLOC.
      *  10/15  - AN UNMATCHED CHECK IS ALSO FILED ON THE SUSPENSE
      *           WORK QUEUE (G3-SUSP-WRITE) FOR THE OPS DESK TO
      *           REPOST, RETURN OR WRITE OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-LOCKBOX IS INITIAL.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SUSP.

       01  WS-LB-EOF                   PIC X VALUE SPACES.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-HDR-SEEN                 PIC X VALUE 'N'.
       01  WS-MATCH-ID                 PIC 9(8) VALUE ZERO.
       01  WS-OLD-CARD-FLAG            PIC X VALUE 'N'.
       01  WS-PAL-FUNC                 PIC X VALUE 'A'.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           STRING LOCKBOX-REC ' >> NO MATCH'
                   DELIMITED BY SIZE INTO LOCKBOX-SUSP-LINE
           WRITE LOCKBOX-SUSP-LINE
           PERFORM 320-SUSPEND-CHECK
       ELSE
           PERFORM 400-POST-PAYMENT
       END-IF.
      ******************************************************************
       320-SUSPEND-CHECK.
       INITIALIZE WS-SUS-ITEM.
       MOVE 'LBX' TO WS-SUS-SOURCE.
       MOVE 'NO ACCOUNT OR CARD MATCH' TO WS-SUS-REASON.
       MOVE LB-AMOUNT TO WS-SUS-AMOUNT.
       MOVE LB-ACCT TO WS-SUS-ACCT.
       MOVE LB-CARD TO WS-SUS-CARD.
       MOVE LB-CHECK-NO TO WS-SUS-REF.
       MOVE LOCKBOX-REC TO WS-SUS-ORIG.
       CALL 'G3-SUSP-WRITE' USING WS-SUS-ITEM.
      ******************************************************************
       350-FIND-BY-CARD.
       MOVE SPACES TO WS-CH-EOF.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE SPACES TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
           NOT INVALID KEY
               SUBTRACT LB-AMOUNT FROM CH-MEMO-BAL
               REWRITE CH-REC
               MOVE 'A' TO WS-PAL-FUNC
               CALL 'G3-CAP1-PAY-ALLOC' USING WS-PAL-FUNC,
                       CC-TRAN-KEY, CC-TRAN-PRICE, CH-MIN-DUE,
                       CH-BAL, CH-CASH-USED
       END-READ.
       ADD 1 TO WS-POST-COUNT.
      ******************************************************************
