      ******************************************************************
      *PROGRAM:  Capital One Dual-Control Expiry and Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Expires every manual transaction held for
      *          dual control that is still undecided
      *          CAP1-MTD-PEND-DY days after it was keyed; it never
      *          posts. Then writes MTPEND-RPT.TXT: each held item
      *          approved, rejected or expired since the last run -
      *          what was keyed, by whom, and who decided it - once,
      *          followed by every item still waiting. An expired
      *          remediation credit from the complaint desk puts its
      *          case back to be worked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-MTPEND-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MTPEND.
       COPY SELECT-MTPEND-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MTPEND.
       COPY FD-MTPEND-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-MTP-EOF                  PIC X VALUE SPACES.
       01  WS-CMP-OUTCOME              PIC X VALUE SPACE.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.
       01  WS-EXPIRE-CTR               PIC 9(5) VALUE ZERO.
       01  WS-APPR-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-REJ-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-EXP-RPT-CTR              PIC 9(5) VALUE ZERO.
       01  WS-WAIT-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-SHOW-DY                  PIC ZZ9.

       01  OUT-MTP-HEAD.
           03  FILLER                  PIC X(9)  VALUE 'ITEM'.
           03  FILLER                  PIC X(9)  VALUE 'ACCOUNT'.
           03  FILLER                  PIC X(2)  VALUE 'T'.
           03  FILLER                  PIC X(11) VALUE '     AMOUNT'.
           03  FILLER                  PIC X     VALUE SPACE.
           03  FILLER                  PIC X(9)  VALUE 'KEYED'.
           03  FILLER                  PIC X(9)  VALUE 'BY'.
           03  FILLER                  PIC X(9)  VALUE 'OUTCOME'.
           03  FILLER                  PIC X(9)  VALUE 'DECIDED'.
           03  FILLER                  PIC X(9)  VALUE 'BY'.
           03  FILLER                  PIC X(23) VALUE 'REASON'.

       01  OUT-MTP-LINE.
           03  OUT-MTP-ID              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-ACCT            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-TYPE            PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-AMOUNT          PIC Z(6)9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-ENTER-DATE      PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-ENTER-OPER      PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-OUTCOME         PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-DEC-DATE        PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-DEC-OPER        PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MTP-REASON          PIC X(23).

       01  OUT-MTP-TOTAL.
           03  FILLER                  PIC X(10) VALUE 'APPROVED '.
           03  OUT-TOT-APPR            PIC ZZZZ9.
           03  FILLER                  PIC X(12) VALUE '  REJECTED '.
           03  OUT-TOT-REJ             PIC ZZZZ9.
           03  FILLER                  PIC X(11) VALUE '  EXPIRED '.
           03  OUT-TOT-EXP             PIC ZZZZ9.
           03  FILLER                  PIC X(11) VALUE '  WAITING '.
           03  OUT-TOT-WAIT            PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-MTPEND-RPT' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE 'MTD-PEND-DY' TO WS-PARM-NAME.
           MOVE CAP1-MTD-PEND-DY TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-MTD-PEND-DY.
           OPEN OUTPUT MTP-RPT-FILE.
           MOVE SPACES TO MTP-RPT-LINE.
           STRING 'DUAL-CONTROL MANUAL TRANSACTIONS - ' WS-TODAY
                   DELIMITED BY SIZE INTO MTP-RPT-LINE.
           WRITE MTP-RPT-LINE.
           OPEN I-O MTP-FILE.
           IF WS-STAT NOT = ZERO
               MOVE 'NO MANUAL TRANSACTIONS HELD' TO MTP-RPT-LINE
               WRITE MTP-RPT-LINE
               CLOSE MTP-RPT-FILE
               DISPLAY 'DUAL-CONTROL REPORT - NO HELD ITEMS ON FILE'
               GOBACK
           END-IF.
           PERFORM 200-EXPIRE-PASS.
           MOVE SPACES TO MTP-RPT-LINE.
           WRITE MTP-RPT-LINE.
           MOVE 'DECIDED SINCE THE LAST REPORT' TO MTP-RPT-LINE.
           WRITE MTP-RPT-LINE.
           WRITE MTP-RPT-LINE FROM OUT-MTP-HEAD.
           PERFORM 300-DECIDED-PASS.
           MOVE SPACES TO MTP-RPT-LINE.
           WRITE MTP-RPT-LINE.
           MOVE 'STILL AWAITING APPROVAL' TO MTP-RPT-LINE.
           WRITE MTP-RPT-LINE.
           WRITE MTP-RPT-LINE FROM OUT-MTP-HEAD.
           PERFORM 400-WAITING-PASS.
           MOVE WS-APPR-CTR TO OUT-TOT-APPR.
           MOVE WS-REJ-CTR TO OUT-TOT-REJ.
           MOVE WS-EXP-RPT-CTR TO OUT-TOT-EXP.
           MOVE WS-WAIT-CTR TO OUT-TOT-WAIT.
           MOVE SPACES TO MTP-RPT-LINE.
           WRITE MTP-RPT-LINE.
           WRITE MTP-RPT-LINE FROM OUT-MTP-TOTAL.
           CLOSE MTP-FILE
                 MTP-RPT-FILE.
           MOVE 'MTPEND-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-MTPEND-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'DUAL-CONTROL REPORT COMPLETE - ' WS-EXPIRE-CTR
                   ' EXPIRED TONIGHT, ' WS-WAIT-CTR ' STILL WAITING'.
           GOBACK.
      ******************************************************************
       150-START-FILE.
       MOVE SPACES TO WS-MTP-EOF.
       MOVE ZERO TO MTP-ID.
       START MTP-FILE KEY NOT LESS THAN MTP-ID
           INVALID KEY
               MOVE 'Y' TO WS-MTP-EOF
       END-START.
      ******************************************************************
      * AN ITEM NOBODY DECIDED IN TIME NEVER POSTS.
      ******************************************************************
       200-EXPIRE-PASS.
       PERFORM 150-START-FILE.
       PERFORM UNTIL WS-MTP-EOF = 'Y'
           READ MTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTP-EOF
               NOT AT END
                   IF MTP-PENDING
                       PERFORM 250-EXPIRE-ONE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       250-EXPIRE-ONE.
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE (WS-TODAY) -
           FUNCTION INTEGER-OF-DATE (MTP-ENTER-DATE).
       IF WS-AGE-DAYS < CAP1-MTD-PEND-DY
           EXIT PARAGRAPH
       END-IF.
       MOVE 'E' TO MTP-STATUS.
       MOVE WS-TODAY TO MTP-DEC-DATE.
       MOVE WS-OPERATOR-ID TO MTP-DEC-OPER.
       MOVE CAP1-MTD-PEND-DY TO WS-SHOW-DY.
       MOVE SPACES TO MTP-DEC-REASON.
       STRING 'UNDECIDED AFTER ' WS-SHOW-DY ' DAYS'
               DELIMITED BY SIZE INTO MTP-DEC-REASON.
       REWRITE MTP-REC.
       ADD 1 TO WS-EXPIRE-CTR.
       MOVE 'MTEXP' TO WS-AUD-ACTION.
       MOVE MTP-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       IF MTP-HELD-CREDIT
           MOVE MTP-STATUS TO WS-CMP-OUTCOME
           CALL 'G3-CMP-REMED-DONE' USING MTP-ID, WS-CMP-OUTCOME,
                   WS-OPERATOR-ID
       END-IF.
      ******************************************************************
      * A DECIDED ITEM IS REPORTED ONCE, THEN STAMPED SO IT DOES NOT
      * COME ROUND AGAIN TOMORROW.
      ******************************************************************
       300-DECIDED-PASS.
       PERFORM 150-START-FILE.
       PERFORM UNTIL WS-MTP-EOF = 'Y'
           READ MTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTP-EOF
               NOT AT END
                   IF MTP-DECIDED AND MTP-RPT-DATE = ZERO
                       PERFORM 500-WRITE-LINE
                       EVALUATE TRUE
                           WHEN MTP-APPROVED
                               ADD 1 TO WS-APPR-CTR
                           WHEN MTP-REJECTED
                               ADD 1 TO WS-REJ-CTR
                           WHEN OTHER
                               ADD 1 TO WS-EXP-RPT-CTR
                       END-EVALUATE
                       MOVE WS-TODAY TO MTP-RPT-DATE
                       REWRITE MTP-REC
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       400-WAITING-PASS.
       PERFORM 150-START-FILE.
       PERFORM UNTIL WS-MTP-EOF = 'Y'
           READ MTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTP-EOF
               NOT AT END
                   IF MTP-PENDING
                       PERFORM 500-WRITE-LINE
                       ADD 1 TO WS-WAIT-CTR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       500-WRITE-LINE.
       MOVE MTP-ID TO OUT-MTP-ID.
       MOVE MTP-CH-ID TO OUT-MTP-ACCT.
       MOVE MTP-TYPE TO OUT-MTP-TYPE.
       MOVE MTP-AMOUNT TO OUT-MTP-AMOUNT.
       MOVE MTP-ENTER-DATE TO OUT-MTP-ENTER-DATE.
       MOVE MTP-ENTER-OPER TO OUT-MTP-ENTER-OPER.
       EVALUATE TRUE
           WHEN MTP-APPROVED
               MOVE 'APPROVED' TO OUT-MTP-OUTCOME
           WHEN MTP-REJECTED
               MOVE 'REJECTED' TO OUT-MTP-OUTCOME
           WHEN MTP-EXPIRED
               MOVE 'EXPIRED' TO OUT-MTP-OUTCOME
           WHEN OTHER
               MOVE 'PENDING' TO OUT-MTP-OUTCOME
       END-EVALUATE.
       IF MTP-PENDING
           MOVE SPACES TO OUT-MTP-DEC-DATE
       ELSE
           MOVE MTP-DEC-DATE TO OUT-MTP-DEC-DATE
       END-IF.
       MOVE MTP-DEC-OPER TO OUT-MTP-DEC-OPER.
       MOVE MTP-DEC-REASON TO OUT-MTP-REASON.
       WRITE MTP-RPT-LINE FROM OUT-MTP-LINE.
