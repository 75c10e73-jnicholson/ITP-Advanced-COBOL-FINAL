      ******************************************************************
      *PROGRAM:  Capital One Proactive Credit Line Review
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Quarterly batch that reviews every open account's
      *          credit line on the bank's own initiative instead of
      *          waiting for a G3-CAP1-U-LIMITREQ request. Each
      *          account is scored on its latest bureau score
      *          (BURSCORE.DAT), the last six cycles of statement
      *          history (late cycles and average balance), its
      *          utilization of CH-LIMIT and its current missed-
      *          cycle streak, then held against the policy bands
      *          in CAP1-LINE-VARS:
      *            DECREASE - SCORE UNDER LINE-DN-SCORE, OR LINE-DN-
      *                       LATE LATE CYCLES (OR THAT MANY MISSED
      *                       NOW): CUT LINE-DN-PCT, NEVER BELOW
      *                       THE BALANCE OR CAP1-LIMIT-MIN.
      *            INCREASE - SCORE LINE-UP-SCORE+, SIX CLEAN CYCLES,
      *                       AVERAGE UTILIZATION LINE-UP-UTIL+:
      *                       RAISE LINE-UP-PCT, NEVER PAST
      *                       CAP1-LIMITREQ-CEILING.
      *          Proposals land on LINEREV.DAT for supervisor
      *          approval on G3-CAP1-LINEAPPR; nothing changes here.
      *          Accounts that are not open, carry a special-handling
      *          code, have a limit request in flight, have no score,
      *          or already had a proposal this quarter are skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-LINE-REVIEW IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-BURSCORE.
       COPY SELECT-STMT-HIST.
       COPY SELECT-LINEREV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-BURSCORE.
       COPY FD-STMT-HIST.
       COPY FD-LINEREV.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY           PIC 9(4).
           03  WS-TODAY-MM             PIC 9(2).
           03  WS-TODAY-DD             PIC 9(2).
       01  WS-QTR-FLOOR                PIC 9(8) VALUE ZERO.
       01  WS-FROM-CYCLE               PIC 9(6) VALUE ZERO.
       01  WS-FROM-YYYY                PIC 9(4) VALUE ZERO.
       01  WS-FROM-MM                  PIC 9(2) VALUE ZERO.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-STMT-EOF                 PIC X VALUE SPACES.
       01  WS-LRV-EOF                  PIC X VALUE SPACES.
       01  WS-BSC-AVAIL                PIC X VALUE 'N'.
       01  WS-STMT-AVAIL               PIC X VALUE 'N'.
       01  WS-SCORE                    PIC 9(3) VALUE ZERO.
       01  WS-SCORE-FOUND              PIC X VALUE 'N'.
       01  WS-RECENT                   PIC X VALUE 'N'.
       01  WS-CYC-CT                   PIC 9(3) VALUE ZERO.
       01  WS-LATE-CT                  PIC 9(3) VALUE ZERO.
       01  WS-BAL-SUM                  PIC S9(11)V99 VALUE ZERO.
       01  WS-AVG-BAL                  PIC S9(9)V99 VALUE ZERO.
       01  WS-UTIL-PCT                 PIC 9(3) VALUE ZERO.
       01  WS-UP-UTIL-PCT              PIC 9(3) VALUE ZERO.
       01  WS-NEW-LIMIT                PIC 9(7) VALUE ZERO.
       01  WS-BAL-FLOOR                PIC 9(7) VALUE ZERO.
       01  WS-DIRECTION                PIC X VALUE SPACE.
       01  WS-WHY                      PIC X(30) VALUE SPACES.
       01  WS-UP-CTR                   PIC 9(5) VALUE ZERO.
       01  WS-DN-CTR                   PIC 9(5) VALUE ZERO.
       01  WS-SEEN-CTR                 PIC 9(7) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-LINE-REVIEW' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           PERFORM 050-LOAD-PARMS.
      * A QUARTER BACK FOR THE ONE-PROPOSAL-A-QUARTER RULE; SIX
      * MONTHS BACK (JANUARY ROLLOVER HANDLED) FOR THE CYCLES.
           COMPUTE WS-QTR-FLOOR = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) - 90).
           MOVE WS-TODAY-YYYY TO WS-FROM-YYYY.
           MOVE WS-TODAY-MM TO WS-FROM-MM.
           IF WS-FROM-MM > 6
               SUBTRACT 6 FROM WS-FROM-MM
           ELSE
               SUBTRACT 1 FROM WS-FROM-YYYY
               ADD 6 TO WS-FROM-MM
           END-IF.
           COMPUTE WS-FROM-CYCLE = WS-FROM-YYYY * 100 + WS-FROM-MM.
           COMPUTE WS-UP-UTIL-PCT = CAP1-LINE-UP-UTIL * 100.
           OPEN INPUT CH-FILE.
           OPEN INPUT BSC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-BSC-AVAIL
           END-IF.
           OPEN INPUT STMT-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-STMT-AVAIL
           END-IF.
           OPEN I-O LRV-FILE.
           IF WS-STAT = 35
               CLOSE LRV-FILE
               OPEN OUTPUT LRV-FILE
               CLOSE LRV-FILE
               OPEN I-O LRV-FILE
           END-IF.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CH-EOF
           END-START.
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ CH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF CH-STAT-ACTIVE AND NOT CH-SH-CODED
                               AND NOT CH-LIMIT-REQ-PENDING
                               AND CH-LIMIT > ZERO
                           PERFORM 200-REVIEW-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CH-FILE
                 LRV-FILE.
           IF WS-BSC-AVAIL = 'Y'
               CLOSE BSC-FILE
           END-IF.
           IF WS-STMT-AVAIL = 'Y'
               CLOSE STMT-FILE
           END-IF.
           DISPLAY 'CREDIT LINE REVIEW COMPLETE. REVIEWED: '
                   WS-SEEN-CTR.
           DISPLAY '  INCREASES PROPOSED: ' WS-UP-CTR.
           DISPLAY '  DECREASES PROPOSED: ' WS-DN-CTR.
           GOBACK.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'LIMIT-MIN' TO WS-PARM-NAME.
       MOVE CAP1-LIMIT-MIN TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LIMIT-MIN.
       MOVE 'LINE-UP-SCORE' TO WS-PARM-NAME.
       MOVE CAP1-LINE-UP-SCORE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LINE-UP-SCORE.
       MOVE 'LINE-UP-UTIL' TO WS-PARM-NAME.
       MOVE CAP1-LINE-UP-UTIL TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LINE-UP-UTIL.
       MOVE 'LINE-UP-PCT' TO WS-PARM-NAME.
       MOVE CAP1-LINE-UP-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LINE-UP-PCT.
       MOVE 'LINE-DN-SCORE' TO WS-PARM-NAME.
       MOVE CAP1-LINE-DN-SCORE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LINE-DN-SCORE.
       MOVE 'LINE-DN-LATE' TO WS-PARM-NAME.
       MOVE CAP1-LINE-DN-LATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LINE-DN-LATE.
       MOVE 'LINE-DN-PCT' TO WS-PARM-NAME.
       MOVE CAP1-LINE-DN-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LINE-DN-PCT.
      ******************************************************************
       200-REVIEW-ONE.
       PERFORM 250-GET-SCORE.
       IF WS-SCORE-FOUND NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-CHECK-RECENT.
       IF WS-RECENT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-SEEN-CTR.
       PERFORM 350-SIX-CYCLES.
       MOVE SPACE TO WS-DIRECTION.
       EVALUATE TRUE
           WHEN WS-SCORE < CAP1-LINE-DN-SCORE
               MOVE 'SCORE BELOW DECREASE BAND' TO WS-WHY
               PERFORM 400-PROPOSE-DECREASE
           WHEN WS-LATE-CT >= CAP1-LINE-DN-LATE
               MOVE 'LATE CYCLES IN LAST SIX' TO WS-WHY
               PERFORM 400-PROPOSE-DECREASE
           WHEN CH-MISSED-CYCLES >= CAP1-LINE-DN-LATE
               MOVE 'CURRENTLY DELINQUENT' TO WS-WHY
               PERFORM 400-PROPOSE-DECREASE
           WHEN WS-SCORE >= CAP1-LINE-UP-SCORE
                   AND WS-CYC-CT >= 6
                   AND WS-LATE-CT = ZERO
                   AND CH-MISSED-CYCLES = ZERO
                   AND WS-UTIL-PCT >= WS-UP-UTIL-PCT
               MOVE 'STRONG SCORE, CLEAN, IN USE' TO WS-WHY
               PERFORM 450-PROPOSE-INCREASE
       END-EVALUATE.
       IF WS-DIRECTION NOT = SPACE
           PERFORM 500-WRITE-PROPOSAL
       END-IF.
      ******************************************************************
       250-GET-SCORE.
       MOVE 'N' TO WS-SCORE-FOUND.
       MOVE ZERO TO WS-SCORE.
       IF WS-BSC-AVAIL = 'Y'
           MOVE CH-ID TO BSC-CH-ID
           READ BSC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BSC-SCORE TO WS-SCORE
                   MOVE 'Y' TO WS-SCORE-FOUND
           END-READ
       END-IF.
      ******************************************************************
      * ONE PROPOSAL A QUARTER: A PROPOSAL STILL BEING WORKED, OR ONE
      * MADE IN THE LAST 90 DAYS, KEEPS THE ACCOUNT OUT OF THIS RUN.
      ******************************************************************
       300-CHECK-RECENT.
       MOVE 'N' TO WS-RECENT.
       MOVE SPACES TO WS-LRV-EOF.
       MOVE CH-ID TO LRV-CH-ID.
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
                   IF LRV-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-LRV-EOF
                   ELSE
                       IF LRV-PENDING
                               OR LRV-PROP-DATE >= WS-QTR-FLOOR
                           MOVE 'Y' TO WS-RECENT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE CYCLES CLOSED IN THE LAST SIX MONTHS: HOW MANY WENT LATE
      * AND THE AVERAGE STATEMENT BALANCE. WITH NO HISTORY THE
      * CURRENT BALANCE STANDS IN FOR THE AVERAGE.
      ******************************************************************
       350-SIX-CYCLES.
       MOVE ZERO TO WS-CYC-CT
                    WS-LATE-CT
                    WS-BAL-SUM.
       IF WS-STMT-AVAIL = 'Y'
           MOVE SPACES TO WS-STMT-EOF
           MOVE CH-ID TO STMT-ID
           MOVE WS-FROM-CYCLE TO STMT-CYCLE
           START STMT-FILE KEY NOT LESS THAN STMT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STMT-EOF
           END-START
           PERFORM UNTIL WS-STMT-EOF = 'Y'
               READ STMT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STMT-EOF
                   NOT AT END
                       IF STMT-ID NOT = CH-ID
                           MOVE 'Y' TO WS-STMT-EOF
                       ELSE
                           ADD 1 TO WS-CYC-CT
                           ADD STMT-NEW-BAL TO WS-BAL-SUM
                           IF STMT-MISSED-CYCLES > ZERO
                               ADD 1 TO WS-LATE-CT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       IF WS-CYC-CT > ZERO
           COMPUTE WS-AVG-BAL ROUNDED = WS-BAL-SUM / WS-CYC-CT
       ELSE
           MOVE CH-BAL TO WS-AVG-BAL
       END-IF.
       IF WS-AVG-BAL > ZERO
           COMPUTE WS-UTIL-PCT ROUNDED = WS-AVG-BAL * 100 / CH-LIMIT
               ON SIZE ERROR
                   MOVE 999 TO WS-UTIL-PCT
           END-COMPUTE
       ELSE
           MOVE ZERO TO WS-UTIL-PCT
       END-IF.
      ******************************************************************
      * THE CUT NEVER GOES UNDER WHAT IS OWED (ROUNDED UP TO THE
      * DOLLAR) OR THE PRODUCT FLOOR; IF THAT LEAVES NO CUT, THERE IS
      * NOTHING TO PROPOSE.
      ******************************************************************
       400-PROPOSE-DECREASE.
       COMPUTE WS-NEW-LIMIT ROUNDED =
           CH-LIMIT * (1 - CAP1-LINE-DN-PCT).
       MOVE ZERO TO WS-BAL-FLOOR.
       IF CH-BAL > ZERO
           MOVE CH-BAL TO WS-BAL-FLOOR
           IF WS-BAL-FLOOR < CH-BAL
               ADD 1 TO WS-BAL-FLOOR
           END-IF
       END-IF.
       IF WS-NEW-LIMIT < WS-BAL-FLOOR
           MOVE WS-BAL-FLOOR TO WS-NEW-LIMIT
       END-IF.
       IF WS-NEW-LIMIT < CAP1-LIMIT-MIN
           MOVE CAP1-LIMIT-MIN TO WS-NEW-LIMIT
       END-IF.
       IF WS-NEW-LIMIT < CH-LIMIT
           MOVE 'D' TO WS-DIRECTION
       END-IF.
      ******************************************************************
       450-PROPOSE-INCREASE.
       COMPUTE WS-NEW-LIMIT ROUNDED =
           CH-LIMIT * (1 + CAP1-LINE-UP-PCT).
       IF WS-NEW-LIMIT > CAP1-LIMITREQ-CEILING
           MOVE CAP1-LIMITREQ-CEILING TO WS-NEW-LIMIT
       END-IF.
       IF WS-NEW-LIMIT > CH-LIMIT
           MOVE 'I' TO WS-DIRECTION
       END-IF.
      ******************************************************************
       500-WRITE-PROPOSAL.
       INITIALIZE LRV-REC.
       MOVE CH-ID TO LRV-CH-ID.
       MOVE WS-TODAY TO LRV-PROP-DATE.
       MOVE WS-DIRECTION TO LRV-DIRECTION.
       MOVE CH-LIMIT TO LRV-OLD-LIMIT.
       MOVE WS-NEW-LIMIT TO LRV-NEW-LIMIT.
       MOVE WS-SCORE TO LRV-SCORE.
       MOVE WS-UTIL-PCT TO LRV-UTIL-PCT.
       MOVE WS-LATE-CT TO LRV-LATE-CYCLES.
       MOVE CH-MISSED-CYCLES TO LRV-MISSED-CYCLES.
       MOVE CH-BAL TO LRV-BAL.
       MOVE WS-WHY TO LRV-REASON.
       MOVE 'P' TO LRV-STATUS.
       WRITE LRV-REC
           INVALID KEY
               EXIT PARAGRAPH
       END-WRITE.
       IF LRV-INCREASE
           ADD 1 TO WS-UP-CTR
       ELSE
           ADD 1 TO WS-DN-CTR
       END-IF.
       MOVE 'LRVPRP' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
