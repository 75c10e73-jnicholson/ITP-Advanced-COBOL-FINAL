      ******************************************************************
      *PROGRAM:  Capital One Manual Transaction Approval
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor review of the manual transactions
      *          G3-CAP1-MAN-TRAN held for dual control. Lists every
      *          item awaiting a decision with who keyed it and
      *          when; the supervisor approves or rejects each by
      *          item number. Nobody may decide an item they keyed
      *          themselves. An approved item is posted at once
      *          through G3-CAP1-MAN-POST under the keying operator,
      *          after a purchase or cash advance has cleared the
      *          account's authorization check again. An item older
      *          than CAP1-MTD-PEND-DY days can no longer be decided
      *          here; the nightly G3-CAP1-MTPEND-RPT expires it.
      *          Every decision is audited. A remediation credit
      *          held from the complaint desk resolves its case
      *          when it is approved and posted, and puts the case
      *          back to be worked when it is rejected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-MTAPPR IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-MTPEND.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-MTPEND.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-MANPOST.

       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-MTP-EOF                  PIC X VALUE SPACES.
       01  WS-MTP-FOUND                PIC X VALUE 'N'.
       01  WS-WAIT-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.
       01  WS-CHECK                    PIC X VALUE SPACE.
       01  WS-REASON                   PIC XX VALUE SPACES.
       01  WS-CMP-OUTCOME              PIC X VALUE SPACE.

       01  OUT-MTP-LINE.
           03  OUT-MTP-ID              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-ACCT            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-TYPE            PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-AMOUNT          PIC Z(6)9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-DATE            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-OPER            PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-MEMO            PIC X(25).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-MTAPPR' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'MTD-PEND-DY' TO WS-PARM-NAME.
       MOVE CAP1-MTD-PEND-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-MTD-PEND-DY.
       OPEN I-O MTP-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO MANUAL TRANSACTIONS HELD FOR APPROVAL'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PROGRAM
       END-IF.
       OPEN INPUT CH-FILE.
       PERFORM 100-LIST-PENDING.
       PERFORM 200-WORK-PROMPT UNTIL WS-WORK-ID = '99999999'.
       CLOSE MTP-FILE
             CH-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-LIST-PENDING.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'MANUAL TRANSACTIONS AWAITING APPROVAL'.
       DISPLAY 'ITEM     ACCOUNT  T     AMOUNT ENTERED  BY       MEMO'.
       MOVE ZERO TO WS-WAIT-CTR.
       MOVE SPACES TO WS-MTP-EOF.
       MOVE ZERO TO MTP-ID.
       START MTP-FILE KEY NOT LESS THAN MTP-ID
           INVALID KEY
               MOVE 'Y' TO WS-MTP-EOF
       END-START.
       PERFORM UNTIL WS-MTP-EOF = 'Y'
           READ MTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTP-EOF
               NOT AT END
                   IF MTP-PENDING
                       ADD 1 TO WS-WAIT-CTR
                       PERFORM 150-ITEM-LINE
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY WS-WAIT-CTR ' AWAITING APPROVAL'.
      ******************************************************************
       150-ITEM-LINE.
       MOVE MTP-ID TO OUT-MTP-ID.
       MOVE MTP-CH-ID TO OUT-MTP-ACCT.
       MOVE MTP-TYPE TO OUT-MTP-TYPE.
       MOVE MTP-AMOUNT TO OUT-MTP-AMOUNT.
       MOVE MTP-ENTER-DATE TO OUT-MTP-DATE.
       MOVE MTP-ENTER-OPER TO OUT-MTP-OPER.
       MOVE MTP-MEMO TO OUT-MTP-MEMO.
       DISPLAY OUT-MTP-LINE.
      ******************************************************************
       200-WORK-PROMPT.
       DISPLAY 'ITEM TO DECIDE (99999999 = EXIT):'.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID = '99999999'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 250-FIND-ITEM.
       IF WS-MTP-FOUND NOT = 'Y'
           DISPLAY 'NO ITEM AWAITING APPROVAL UNDER THAT NUMBER'
           EXIT PARAGRAPH
       END-IF.
       IF MTP-ENTER-OPER = WS-OPERATOR-ID
           DISPLAY 'YOU KEYED THIS ITEM - ANOTHER SUPERVISOR MUST'
                   ' DECIDE IT'
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE (WS-TODAY) -
           FUNCTION INTEGER-OF-DATE (MTP-ENTER-DATE).
       IF WS-AGE-DAYS NOT < CAP1-MTD-PEND-DY
           DISPLAY 'ITEM HAS AGED OUT - IT EXPIRES UNPOSTED TONIGHT'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 150-ITEM-LINE.
       MOVE MTP-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'ACCOUNT NOT ON FILE'
           NOT INVALID KEY
               DISPLAY 'ACCT ' CH-ID ' ' CH-FNAME ' ' CH-LNAME
                       ' STATUS ' CH-STATUS ' BAL ' CH-BAL
       END-READ.
       DISPLAY "DECISION: 'A' APPROVE, 'R' REJECT, OTHER = BACK:".
       ACCEPT CAP1-RESP.
       EVALUATE CAP1-RESP
           WHEN 'A'
           WHEN 'a'
               PERFORM 300-APPROVE
           WHEN 'R'
           WHEN 'r'
               PERFORM 400-REJECT
           WHEN OTHER
               DISPLAY 'NO CHANGE MADE'
       END-EVALUATE.
      ******************************************************************
       250-FIND-ITEM.
       MOVE 'N' TO WS-MTP-FOUND.
       IF WS-WORK-ID IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO MTP-ID.
       READ MTP-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF MTP-PENDING
           MOVE 'Y' TO WS-MTP-FOUND
       END-IF.
      ******************************************************************
      * THE ACCOUNT MAY HAVE MOVED SINCE THE ITEM WAS KEYED, SO A
      * PURCHASE OR CASH ADVANCE HAS TO AUTHORIZE AGAIN BEFORE IT
      * POSTS. IT POSTS UNDER THE OPERATOR WHO KEYED IT.
      ******************************************************************
       300-APPROVE.
       IF MTP-TYPE = 'W' OR 'C'
           IF MTP-TYPE = 'C'
               CALL 'G3-LINK-CC-CASHCHK' USING MTP-CH-ID, MTP-AMOUNT,
                       WS-CHECK, WS-REASON
           ELSE
               CALL 'G3-LINK-CC-CHECK' USING MTP-CH-ID, MTP-AMOUNT,
                       WS-CHECK, WS-REASON
           END-IF
           IF WS-CHECK NOT = 'Y'
               DISPLAY 'ACCOUNT NO LONGER AUTHORIZES THIS ITEM ('
                       WS-REASON ') - REJECT INSTEAD'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE MTP-CH-ID      TO WS-MPT-ACCOUNT.
       MOVE MTP-TYPE       TO WS-MPT-TYPE.
       MOVE MTP-AMOUNT     TO WS-MPT-AMOUNT.
       MOVE MTP-MEMO       TO WS-MPT-MEMO.
       MOVE MTP-ENTER-OPER TO WS-MPT-OPER.
       CALL 'G3-CAP1-MAN-POST' USING WS-MPT-CALL.
       IF WS-MPT-POSTED NOT = 'Y'
           DISPLAY 'ACCOUNT NOT ON FILE - REJECT INSTEAD'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'A' TO MTP-STATUS.
       MOVE SPACES TO MTP-DEC-REASON.
       PERFORM 600-STAMP-DECISION.
       MOVE 'MTAPPR' TO WS-AUD-ACTION.
       MOVE MTP-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'ITEM ' MTP-ID ' APPROVED AND POSTED'.
       PERFORM 650-COMPLAINT-CASE.
      ******************************************************************
       400-REJECT.
       DISPLAY 'REASON FOR REJECTING:'.
       ACCEPT MTP-DEC-REASON.
       MOVE 'R' TO MTP-STATUS.
       PERFORM 600-STAMP-DECISION.
       MOVE 'MTREJ' TO WS-AUD-ACTION.
       MOVE MTP-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'ITEM ' MTP-ID ' REJECTED - NOTHING POSTED'.
       PERFORM 650-COMPLAINT-CASE.
      ******************************************************************
       600-STAMP-DECISION.
       MOVE WS-OPERATOR-ID TO MTP-DEC-OPER.
       MOVE WS-TODAY TO MTP-DEC-DATE.
       REWRITE MTP-REC.
      ******************************************************************
      * A CREDIT HELD FROM THE COMPLAINT DESK LEAVES ITS CASE WAITING;
      * THE DECISION RESOLVES THE CASE OR PUTS IT BACK TO BE WORKED.
      ******************************************************************
       650-COMPLAINT-CASE.
       IF MTP-HELD-CREDIT
           MOVE MTP-STATUS TO WS-CMP-OUTCOME
           CALL 'G3-CMP-REMED-DONE' USING MTP-ID, WS-CMP-OUTCOME,
                   WS-OPERATOR-ID
       END-IF.
