      ******************************************************************
      *PROGRAM:  Capital One Credit Line Review Approval
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor approval list for the credit line changes
      *          G3-CAP1-LINE-REVIEW proposes. Lists every proposal
      *          awaiting a decision with the score, utilization and
      *          late history behind it; the supervisor approves or
      *          rejects each by account. An approved increase is
      *          applied to CH-LIMIT at once. An approved decrease is
      *          noticed to the cardholder and takes effect
      *          CAP1-LINE-NOTICE-DY days later through the nightly
      *          G3-CAP1-LINE-APPLY; a decrease the balance has
      *          already outgrown cannot be approved. Every decision
      *          is audited and every limit change written to the
      *          account change history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-LINEAPPR IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-LINEREV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-LINEREV.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.

       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-LRV-EOF                  PIC X VALUE SPACES.
       01  WS-LRV-FOUND                PIC X VALUE 'N'.
       01  WS-WAIT-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-BAL-FLOOR                PIC 9(7) VALUE ZERO.
       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

       01  OUT-LRV-LINE.
           03  OUT-LRV-ACCT            PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-LRV-DIR             PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-LRV-OLD             PIC Z(6)9.
           03  FILLER                  PIC X(2)  VALUE '->'.
           03  OUT-LRV-NEW             PIC Z(6)9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-LRV-SCORE           PIC ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-LRV-UTIL            PIC ZZ9.
           03  FILLER                  PIC X(2)  VALUE '% '.
           03  OUT-LRV-LATE            PIC 9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-LRV-WHY             PIC X(30).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-LINEAPPR' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'LINE-NOTICE-DY' TO WS-PARM-NAME.
       MOVE CAP1-LINE-NOTICE-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LINE-NOTICE-DY.
       OPEN I-O LRV-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO CREDIT LINE PROPOSALS ON FILE'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PROGRAM
       END-IF.
       OPEN I-O CH-FILE.
       PERFORM 100-LIST-PROPOSED.
       PERFORM 200-WORK-PROMPT UNTIL WS-WORK-ID = '99999999'.
       CLOSE LRV-FILE
             CH-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-LIST-PROPOSED.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CREDIT LINE PROPOSALS AWAITING APPROVAL'.
       DISPLAY 'ACCOUNT   D     LIMIT -> NEW  SCR UTIL L REASON'.
       MOVE ZERO TO WS-WAIT-CTR.
       MOVE SPACES TO WS-LRV-EOF.
       MOVE LOW-VALUES TO LRV-KEY.
       START LRV-FILE KEY NOT LESS THAN LRV-KEY
           INVALID KEY
               MOVE 'Y' TO WS-LRV-EOF
       END-START.
       PERFORM UNTIL WS-LRV-EOF = 'Y'
           READ LRV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LRV-EOF
               NOT AT END
                   IF LRV-PROPOSED
                       ADD 1 TO WS-WAIT-CTR
                       PERFORM 150-PROPOSAL-LINE
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY WS-WAIT-CTR ' AWAITING APPROVAL'.
      ******************************************************************
       150-PROPOSAL-LINE.
       MOVE LRV-CH-ID TO OUT-LRV-ACCT.
       MOVE LRV-DIRECTION TO OUT-LRV-DIR.
       MOVE LRV-OLD-LIMIT TO OUT-LRV-OLD.
       MOVE LRV-NEW-LIMIT TO OUT-LRV-NEW.
       MOVE LRV-SCORE TO OUT-LRV-SCORE.
       MOVE LRV-UTIL-PCT TO OUT-LRV-UTIL.
       MOVE LRV-LATE-CYCLES TO OUT-LRV-LATE.
       MOVE LRV-REASON TO OUT-LRV-WHY.
       DISPLAY OUT-LRV-LINE.
      ******************************************************************
       200-WORK-PROMPT.
       DISPLAY 'ACCOUNT TO DECIDE (99999999 = EXIT):'.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID = '99999999'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 250-FIND-PROPOSAL.
       IF WS-LRV-FOUND NOT = 'Y'
           DISPLAY 'NO PROPOSAL AWAITING APPROVAL FOR THAT ACCOUNT'
           EXIT PARAGRAPH
       END-IF.
       MOVE LRV-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'ACCOUNT NOT ON FILE'
               EXIT PARAGRAPH
       END-READ.
       PERFORM 150-PROPOSAL-LINE.
       DISPLAY 'ACCT ' CH-ID ' ' CH-LNAME ' STATUS ' CH-STATUS
               ' LIMIT ' CH-LIMIT ' BAL ' CH-BAL.
       DISPLAY "DECISION: 'A' APPROVE, 'R' REJECT, OTHER = BACK:".
       ACCEPT CAP1-RESP.
       EVALUATE CAP1-RESP
           WHEN 'A'
           WHEN 'a'
               IF LRV-INCREASE
                   PERFORM 300-APPROVE-INCREASE
               ELSE
                   PERFORM 400-APPROVE-DECREASE
               END-IF
           WHEN 'R'
           WHEN 'r'
               PERFORM 500-REJECT
           WHEN OTHER
               DISPLAY 'NO CHANGE MADE'
       END-EVALUATE.
      ******************************************************************
       250-FIND-PROPOSAL.
       MOVE 'N' TO WS-LRV-FOUND.
       IF WS-WORK-ID IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-LRV-EOF.
       MOVE WS-WORK-ID TO LRV-CH-ID.
       MOVE ZERO TO LRV-PROP-DATE.
       START LRV-FILE KEY NOT LESS THAN LRV-KEY
           INVALID KEY
               MOVE 'Y' TO WS-LRV-EOF
       END-START.
       PERFORM UNTIL WS-LRV-EOF = 'Y'
           READ LRV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LRV-EOF
               NOT AT END
                   IF LRV-CH-ID NOT = WS-WORK-ID
                       MOVE 'Y' TO WS-LRV-EOF
                   ELSE
                       IF LRV-PROPOSED
                           MOVE 'Y' TO WS-LRV-FOUND
                           MOVE 'Y' TO WS-LRV-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-APPROVE-INCREASE.
       IF NOT CH-STAT-ACTIVE
           DISPLAY 'ACCOUNT IS NO LONGER OPEN - REJECT INSTEAD'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'LIMIT' TO WS-CHH-FIELD.
       MOVE CH-LIMIT TO WS-CHH-OLD.
       MOVE LRV-NEW-LIMIT TO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE LRV-NEW-LIMIT TO CH-LIMIT.
       REWRITE CH-REC.
       MOVE 'X' TO LRV-STATUS.
       MOVE WS-TODAY TO LRV-EFF-DATE.
       PERFORM 600-STAMP-DECISION.
       MOVE 'LRVINC' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'CREDIT LIMIT INCREASED, ACCT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'INCREASE APPLIED - NEW LIMIT ' CH-LIMIT.
      ******************************************************************
      * THE CUT WAITS OUT THE NOTICE PERIOD; IT MAY BE RAISED TO THE
      * BALANCE OWED TODAY, AND IF THAT LEAVES NO CUT IT CANNOT BE
      * APPROVED.
      ******************************************************************
       400-APPROVE-DECREASE.
       MOVE ZERO TO WS-BAL-FLOOR.
       IF CH-BAL > ZERO
           MOVE CH-BAL TO WS-BAL-FLOOR
           IF WS-BAL-FLOOR < CH-BAL
               ADD 1 TO WS-BAL-FLOOR
           END-IF
       END-IF.
       IF LRV-NEW-LIMIT < WS-BAL-FLOOR
           MOVE WS-BAL-FLOOR TO LRV-NEW-LIMIT
       END-IF.
       IF LRV-NEW-LIMIT NOT < CH-LIMIT
           DISPLAY 'BALANCE NOW AT OR OVER THE PROPOSED LIMIT'
                   ' - REJECT INSTEAD'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'A' TO LRV-STATUS.
       COMPUTE LRV-EFF-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-TODAY)
            + CAP1-LINE-NOTICE-DY).
       PERFORM 600-STAMP-DECISION.
       MOVE 'LRVDNA' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'LIMIT ' LRV-NEW-LIMIT ' ON ' LRV-EFF-DATE
               ' ACCT ' CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'DECREASE APPROVED - NOTICE SENT, EFFECTIVE '
               LRV-EFF-DATE.
      ******************************************************************
       500-REJECT.
       MOVE 'R' TO LRV-STATUS.
       MOVE ZERO TO LRV-EFF-DATE.
       PERFORM 600-STAMP-DECISION.
       MOVE 'LRVREJ' TO WS-AUD-ACTION.
       MOVE LRV-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'PROPOSAL REJECTED - LIMIT UNCHANGED'.
      ******************************************************************
       600-STAMP-DECISION.
       MOVE WS-OPERATOR-ID TO LRV-APPR-OPER.
       MOVE WS-TODAY TO LRV-APPR-DATE.
       REWRITE LRV-REC.
