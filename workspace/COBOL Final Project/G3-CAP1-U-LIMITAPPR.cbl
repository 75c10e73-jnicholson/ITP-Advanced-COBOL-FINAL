      *          OPERATOR APPROVE OR DENY EACH ONE, ONE AT A TIME.
      *          APPROVING MOVES CH-LIMIT-REQ INTO CH-LIMIT; DENYING
      *          JUST CLEARS THE REQUEST. NEITHER TOUCHES CH-BAL.
      *          A DENIAL TAKES UP TO FOUR REASON CODES FROM THE
      *          OPERATOR AND SENDS THE CARDHOLDER AN ADVERSE ACTION
      *          NOTICE (G3-CAP1-ADVACT).
      ******************************************************************
       PROGRAM-ID. G3-CAP1-U-LIMITAPPR IS INITIAL.
      ******************************************************************
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-ADVACT.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       MOVE CH-LIMIT     TO CAP1-ORIG-LIMIT.
       MOVE CH-LIMIT-REQ TO CAP1-ORIG-LIMIT-REQ.
       MOVE SPACES TO CAP1-CHECK.
       MOVE SPACES TO CAP1-DENY-RSN.
       DISPLAY APPRSCREEN.
       ACCEPT  APPR.
       EVALUATE CAP1-CHECK
               CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT
           WHEN 'D'
           WHEN 'd'
               PERFORM 300-ADVERSE-ACTION
               MOVE ZERO TO CH-LIMIT-REQ
               REWRITE CH-REC
               MOVE 'LIMDEN' TO WS-AUD-ACTION
               MOVE CH-ID TO WS-AUD-KEY
               CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                       WS-AUD-ACTION, WS-AUD-KEY
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
      * THE OPERATOR'S REASONS LEAD; THE NOTICE WRITER LOOKS UP THE
      * SCORE AND ADDS WHAT THE ACCOUNT SHOWS.
      ******************************************************************
       300-ADVERSE-ACTION.
       INITIALIZE WS-AAN-CALL.
       MOVE 'L' TO WS-AAN-TYPE.
       MOVE CH-ID TO WS-AAN-CH-ID.
       MOVE CH-FNAME TO WS-AAN-FNAME.
       MOVE CH-LNAME TO WS-AAN-LNAME.
       IF CH-BILL-USE-2 = 'Y'
           MOVE CH-BILL-ADDRESS TO WS-AAN-ADDRESS
           MOVE CH-BILL-ZIP TO WS-AAN-ZIP
       ELSE
           MOVE CH-ADDRESS TO WS-AAN-ADDRESS
           MOVE CH-ZIP TO WS-AAN-ZIP
       END-IF.
       MOVE CH-EMAIL TO WS-AAN-EMAIL.
       MOVE CH-LIMIT TO WS-AAN-LIMIT.
       MOVE CH-BAL TO WS-AAN-BAL.
       MOVE CH-MISSED-CYCLES TO WS-AAN-MISSED.
       MOVE CH-LIMIT-REQ TO WS-AAN-REQ-AMT.
       MOVE SPACE TO WS-AAN-SCORE-USED.
       MOVE CAP1-DENY-RSN TO WS-AAN-REASONS.
       MOVE CAP1-M-PROG TO WS-AAN-PROG.
       MOVE WS-OPERATOR-ID TO WS-AAN-OPER.
       CALL 'G3-CAP1-ADVACT' USING WS-AAN-CALL.
