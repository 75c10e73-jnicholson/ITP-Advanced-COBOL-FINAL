      *            NO SCORE    - REFER.
      *          NOTHING AUTO-APPROVES PAST CAP1-LIMITREQ-CEILING.
      *          APPROVALS AND DECLINES ARE AUDITED AND THE MEMBER
      *          NOTIFIED - A DECLINE BY ADVERSE ACTION NOTICE
      *          (G3-CAP1-ADVACT) WITH ITS REASONS AND THE SCORE
      *          USED; REFERS ARE LEFT PENDING FOR THE QUEUE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-LIMITAUTO IS INITIAL.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-ADVACT.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-BSC-AVAIL                PIC X VALUE 'N'.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
      ******************************************************************
       400-DECLINE.
       PERFORM 450-ADVERSE-ACTION.
       MOVE ZERO TO CH-LIMIT-REQ.
       REWRITE CH-REC.
       ADD 1 TO WS-DECL-CTR.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * THE DECLINE NOTICE TAKES THE PLACE OF A BARE DECLINE EMAIL:
      * THE SCORE THAT DECIDED IT IS THE PRINCIPAL REASON, AND THE
      * ACCOUNT SUPPLIES THE REST.
      ******************************************************************
       450-ADVERSE-ACTION.
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
       MOVE WS-SCORE TO WS-AAN-SCORE.
       MOVE WS-SCORE-FOUND TO WS-AAN-SCORE-USED.
       MOVE '01' TO WS-AAN-REASON (1).
       MOVE CAP1-M-PROG TO WS-AAN-PROG.
       MOVE WS-OPERATOR-ID TO WS-AAN-OPER.
       CALL 'G3-CAP1-ADVACT' USING WS-AAN-CALL.
      ******************************************************************
