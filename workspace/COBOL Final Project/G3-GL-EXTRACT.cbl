      *ABSTRACT: Turns the day's money movement into balanced
      *          debit/credit journal lines on GL-EXTRACT.TXT so
      *          accounting stops re-keying from screen prints.
      *          Accounts come from the chart of accounts
      *          (GLACCT.DAT) and each event's debit and credit from
      *          the posting rules (GLRULE.DAT), both kept by
      *          accounting on G3-GL-MAINT and seeded by G3-GL-SEED
      *          with the house map: 100100 CASH, 120100 CARDHOLDER
      *          RECEIVABLE, 125100 ACCRUED INTEREST RECEIVABLE,
      *          210100 SETTLEMENT PAYABLE, 220100
      *          ESCHEAT LIABILITY, 230100 SALES TAX PAYABLE,
      *          410100 FEE INCOME, 420100
      *          INTEREST INCOME, 430100 VFX REVENUE, 610100
      *          REWARDS EXPENSE. An event no rule maps, or a side
      *          whose account is missing or inactive on the chart,
      *          books to the suspense account (parameter
      *          GL-SUSPENSE) and is listed on GL-EXC-RPT.TXT for
      *          accounting to clear. Merchant-less refunds
      *          split on the item text: a rewards redemption books
      *          to rewards expense, a VFX title refund reverses VFX
      *          revenue; a mailed refund check books against cash,
      *          CC-TRAN-FILE postings, including the today-dated
      *          'N' reversal the NSF return desk writes to undo a
      *          payment booked on an earlier day.
      *          Rewards points redeemed into VFX never touch
      *          CC-TRAN: a points title purchase ('R' on VFX-PUR)
      *          and a points store-credit top-up (VFXCRED.TXT)
      *          book rewards expense against VFX revenue.
      *          The nightly interest accrual and month-end's
      *          reversal of it come off INTACR-GL.TXT.
      *MODIFICATION HISTORY:
      *  10/15  - DAILY INTEREST ACCRUAL: THE ACCRUAL FEED
      *           (INTACR-GL.TXT) BOOKS THE DAY'S ACCRUED INTEREST AND
      *           MONTH-END'S REVERSAL OF IT, IN TOTAL, BY THE 'ACR '
      *           RULES.
      *  10/15  - ACCOUNTS AND THE EVENT MAP MOVE OUT OF THE PROGRAM
      *           INTO THE CHART OF ACCOUNTS AND POSTING RULES FILES;
      *           EVERY EVENT POSTS BY ITS BEST-FITTING RULE, AND
      *           UNMAPPED ACTIVITY GOES TO SUSPENSE WITH AN
      *           EXCEPTIONS REPORT (GL-EXC-RPT.TXT).
      *  10/15  - SETTLEMENT NOW DATES ITS ACH ENTRIES ON THE NEXT
      *           BUSINESS DAY, SO THE PAYOUT SWEEP BOOKS THE ENTRIES
      *           BY THE DATE THE LIST WAS WRITTEN (ACH-RUN-DATE),
      *           NOT THEIR EFFECTIVE DATE - A WEEKEND RUN'S
      *           MONDAY-DATED FILE BOOKS ONCE, THE NIGHT IT IS CUT.
      *  10/15  - UNCLAIMED PROPERTY: A 'U' ESCHEAT BOOKS THE
      *           RECEIVABLE AGAINST 220100 ESCHEAT LIABILITY, AND A
      *           STALE REFUND CHECK VOIDED AHEAD OF ESCHEAT RETURNS
      *           ITS DOLLARS TO CASH.
      *  10/15  - REWARDS POINTS REDEEMED FOR A VFX TITLE OR FOR VFX
      *           STORE CREDIT BOOK 610100 REWARDS EXPENSE AGAINST
      *           430100 VFX REVENUE OFF VFX-PUR AND VFXCRED.TXT.
      *  10/15  - THE MONTHLY VUFLIX SALES TAX FEED (VFX-TAX-GL.TXT,
      *           G3-VFX-TAX-RPT) BOOKS EACH JURISDICTION'S NET TAX
      *           OUT OF 430100 VFX REVENUE INTO 230100 SALES TAX
      *           PAYABLE ON THE DAY THE MONTH IS CLOSED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-GL-EXTRACT IS INITIAL.
       COPY SELECT-CC-TRAN.
       COPY SELECT-SETTLE-BATCH.
       COPY SELECT-GL-EXTRACT.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFXCRED.
       COPY SELECT-VFXTAXGL.
       COPY SELECT-INTACR-GL.
       COPY SELECT-GLACCT.
       COPY SELECT-GLRULE.
       COPY SELECT-GL-EXC-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CC-TRAN.
       COPY FD-SETTLE-BATCH.
       COPY FD-GL-EXTRACT.
       COPY FD-VFX-PUR.
       COPY FD-VFXCRED.
       COPY FD-VFXTAXGL.
       COPY FD-INTACR-GL.
       COPY FD-GLACCT.
       COPY FD-GLRULE.
       COPY FD-GL-EXC-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-EOF2                     PIC X VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-DR-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-CR-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-CT                  PIC 9(7) VALUE ZERO.
       01  WS-PTS-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-PTS-DESC                 PIC X(25) VALUE SPACES.
       01  WS-PTS-REASON               PIC X(25)
                                   VALUE 'CAP1 POINTS REDEMPTION'.
       01  WS-ACR-PLUS                 PIC 9(9)V99 VALUE ZERO.
       01  WS-ACR-MINUS                PIC 9(9)V99 VALUE ZERO.


      * THE EVENT BEING BOOKED, AS THE POSTING RULES SEE IT.
       01  WS-EV-SUBSYS                PIC X(4) VALUE SPACES.
       01  WS-EV-TYPE                  PIC X VALUE SPACE.
       01  WS-EV-SOURCE                PIC X(3) VALUE SPACES.
       01  WS-EV-MERCH                 PIC X VALUE SPACE.
       01  WS-EV-ITEM                  PIC X(25) VALUE SPACES.
       01  WS-EV-AMT                   PIC 9(9)V99 VALUE ZERO.
       01  WS-EV-REASON                PIC X(30) VALUE SPACES.

       01  WS-SUSP-ACCT                PIC 9(6) VALUE ZERO.
       01  WS-CHK-ACCT                 PIC 9(6) VALUE ZERO.
       01  WS-CHK-SIDE                 PIC X(6) VALUE SPACES.
       01  WS-GLA-AVAIL                PIC X VALUE 'N'.
       01  WS-GLR-EOF                  PIC X VALUE SPACES.
       01  WS-EXC-CT                   PIC 9(5) VALUE ZERO.
       01  WS-EXC-AMT                  PIC 9(11)V99 VALUE ZERO.

      * ACTIVE POSTING RULES, LOADED ONCE. WS-GR-ILEN IS HOW MUCH OF
      * THE ITEM PREFIX IS SIGNIFICANT (ZERO MATCHES ANY ITEM).
       01  WS-GR-TABLE.
           03  WS-GR-ENTRY             OCCURS 300 TIMES.
               05  WS-GR-SUBSYS        PIC X(4).
               05  WS-GR-TYPE          PIC X.
               05  WS-GR-SOURCE        PIC X(3).
               05  WS-GR-MERCH         PIC X.
               05  WS-GR-ITEM          PIC X(20).
               05  WS-GR-ILEN          PIC 99.
               05  WS-GR-DR-ACCT       PIC 9(6).
               05  WS-GR-CR-ACCT       PIC 9(6).
       01  WS-GR-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-GR-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-GR-HIT                   PIC 9(3) VALUE ZERO.
       01  WS-GR-SCORE                 PIC 9(3) VALUE ZERO.
       01  WS-GR-BEST                  PIC 9(3) VALUE ZERO.

       01  OUT-GX-HEAD.
           03  FILLER                  PIC X(22)
                                       VALUE 'SUBS TYP SRC MER ITEM'.
           03  FILLER                  PIC X(25) VALUE SPACES.
           03  FILLER                  PIC X(15)
                                       VALUE '         AMOUNT'.
           03  FILLER                  PIC X(8) VALUE '  REASON'.
       01  OUT-GX-LINE.
           03  OUT-GX-SUBSYS           PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-GX-TYPE             PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-GX-SOURCE           PIC X(3).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-GX-MERCH            PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-GX-ITEM             PIC X(25).
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-GX-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-GX-REASON           PIC X(30).
       01  OUT-GX-TOTAL.
           03  FILLER                  PIC X(12) VALUE 'EXCEPTIONS: '.
           03  OUT-GX-TOT-CT           PIC ZZZZ9.
           03  FILLER                  PIC X(27)
                                   VALUE '   BOOKED TO SUSPENSE ACCT '.
           03  OUT-GX-TOT-ACCT         PIC 9(6).
           03  FILLER                  PIC X(2) VALUE ': '.
           03  OUT-GX-TOT-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE 'GL-SUSPENSE' TO WS-PARM-NAME.
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE CAP1-GL-SUSPENSE TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO WS-SUSP-ACCT.
           PERFORM 150-LOAD-RULES.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT GL-EXC-RPT-FILE.
           MOVE SPACES TO GL-EXC-RPT-LINE.
           STRING 'GL POSTING EXCEPTIONS - ' WS-TODAY
                   DELIMITED BY SIZE INTO GL-EXC-RPT-LINE.
           WRITE GL-EXC-RPT-LINE.
           MOVE SPACES TO GL-EXC-RPT-LINE.
           WRITE GL-EXC-RPT-LINE.
           WRITE GL-EXC-RPT-LINE FROM OUT-GX-HEAD.
           PERFORM 200-SWEEP-TRANS.
           PERFORM 500-SWEEP-SETTLEMENT.
           PERFORM 620-SWEEP-POINTS-TITLES.
           PERFORM 640-SWEEP-POINTS-CREDIT.
           PERFORM 680-SWEEP-SALES-TAX.
           PERFORM 695-SWEEP-ACCRUAL.
           PERFORM 700-CONTROL-TOTALS.
           CLOSE GL-FILE.
           IF WS-GLA-AVAIL = 'Y'
               CLOSE GLA-FILE
           END-IF.
           PERFORM 750-EXCEPTION-TOTALS.
           CLOSE GL-EXC-RPT-FILE.
           MOVE 'GL-EXC-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-GL-EXTRACT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'GL EXTRACT COMPLETE. LINES: ' WS-LINE-CT.
           IF WS-EXC-CT > ZERO
               DISPLAY 'EVENTS BOOKED TO SUSPENSE: ' WS-EXC-CT
           END-IF.
           GOBACK.
      ******************************************************************
      * A FRESH SYSTEM GETS THE HOUSE CHART AND RULES FIRST. THE
      * CHART STAYS OPEN FOR THE RUN; EACH RULE ACCOUNT IS LOOKED UP
      * AS IT IS USED, SO A RULE ON A CLOSED ACCOUNT IS CAUGHT.
      ******************************************************************
       150-LOAD-RULES.
       CALL 'G3-GL-SEED'.
       OPEN INPUT GLA-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-GLA-AVAIL
       END-IF.
       MOVE ZERO TO WS-GR-COUNT.
       MOVE SPACES TO WS-GLR-EOF.
       OPEN INPUT GLR-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO GL POSTING RULES - ALL EVENTS TO SUSPENSE'
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-GLR-EOF = 'Y'
           READ GLR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLR-EOF
               NOT AT END
                   IF GLR-ACTIVE AND WS-GR-COUNT < 300
                       PERFORM 160-KEEP-RULE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE GLR-FILE.
      ******************************************************************
       160-KEEP-RULE.
       ADD 1 TO WS-GR-COUNT.
       MOVE GLR-SUBSYS TO WS-GR-SUBSYS (WS-GR-COUNT).
       MOVE GLR-TRAN-TYPE TO WS-GR-TYPE (WS-GR-COUNT).
       MOVE GLR-SOURCE TO WS-GR-SOURCE (WS-GR-COUNT).
       MOVE GLR-MERCH TO WS-GR-MERCH (WS-GR-COUNT).
       MOVE GLR-ITEM TO WS-GR-ITEM (WS-GR-COUNT).
       MOVE GLR-DR-ACCT TO WS-GR-DR-ACCT (WS-GR-COUNT).
       MOVE GLR-CR-ACCT TO WS-GR-CR-ACCT (WS-GR-COUNT).
       MOVE 20 TO WS-GR-ILEN (WS-GR-COUNT).
       PERFORM UNTIL WS-GR-ILEN (WS-GR-COUNT) = ZERO
               OR GLR-ITEM (WS-GR-ILEN (WS-GR-COUNT):1) NOT = SPACE
           SUBTRACT 1 FROM WS-GR-ILEN (WS-GR-COUNT)
       END-PERFORM.
      ******************************************************************
       200-SWEEP-TRANS.
       MOVE SPACES TO WS-EOF2.
           CLOSE CC-TRAN-FILE
       END-IF.
      ******************************************************************
      * ONE DEBIT AND ONE CREDIT PER EVENT, BY THE CARD POSTING RULES:
      * THE RECEIVABLE CARRIES THE CARDHOLDER SIDE, THE OFFSET SAYS
      * WHO THE MONEY IS REALLY WITH.
      ******************************************************************
       300-MAP-EVENT.
       MOVE 'CARD' TO WS-EV-SUBSYS.
       MOVE TRAN-TYPE TO WS-EV-TYPE.
       MOVE CC-TRAN-SOURCE TO WS-EV-SOURCE.
       IF CC-MER-ID NOT = ZERO
           MOVE 'Y' TO WS-EV-MERCH
       ELSE
           MOVE 'N' TO WS-EV-MERCH
       END-IF.
       MOVE CC-TRAN-ITEM TO WS-EV-ITEM.
       MOVE CC-TRAN-PRICE TO WS-EV-AMT.
       PERFORM 350-POST-EVENT.
      ******************************************************************
      * NO RULE: BOTH SIDES TO SUSPENSE. A RULE WITH BOTH ACCOUNTS
      * ZERO BOOKS NOTHING (A SAME-DAY REVERSAL, SAY). OTHERWISE EACH
      * SIDE IS PROVED AGAINST THE CHART, AND A SIDE ON AN ACCOUNT
      * NOT OPEN THERE GOES TO SUSPENSE ON ITS OWN.
      ******************************************************************
       350-POST-EVENT.
       PERFORM 360-FIND-RULE.
       IF WS-GR-HIT = ZERO
           MOVE WS-SUSP-ACCT TO WS-DR-ACCT
           MOVE WS-SUSP-ACCT TO WS-CR-ACCT
           MOVE 'NO POSTING RULE' TO WS-EV-REASON
           PERFORM 390-WRITE-EXCEPTION
       ELSE
           MOVE WS-GR-DR-ACCT (WS-GR-HIT) TO WS-DR-ACCT
           MOVE WS-GR-CR-ACCT (WS-GR-HIT) TO WS-CR-ACCT
           IF WS-DR-ACCT = ZERO AND WS-CR-ACCT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'DEBIT' TO WS-CHK-SIDE
           MOVE WS-DR-ACCT TO WS-CHK-ACCT
           PERFORM 380-CHECK-ACCT
           MOVE WS-CHK-ACCT TO WS-DR-ACCT
           MOVE 'CREDIT' TO WS-CHK-SIDE
           MOVE WS-CR-ACCT TO WS-CHK-ACCT
           PERFORM 380-CHECK-ACCT
           MOVE WS-CHK-ACCT TO WS-CR-ACCT
       END-IF.
       PERFORM 400-WRITE-PAIR.
      ******************************************************************
      * THE MOST SPECIFIC RULE WINS: AN EXACT TYPE OUTWEIGHS AN EXACT
      * SOURCE, WHICH OUTWEIGHS THE MERCHANT FLAG, WHICH OUTWEIGHS
      * THE ITEM PREFIX (LONGER PREFIX, BETTER FIT).
      ******************************************************************
       360-FIND-RULE.
       MOVE ZERO TO WS-GR-HIT.
       MOVE ZERO TO WS-GR-BEST.
       PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
           PERFORM 370-SCORE-RULE
       END-PERFORM.
      ******************************************************************
       370-SCORE-RULE.
       IF WS-GR-SUBSYS (WS-GR-IDX) NOT = WS-EV-SUBSYS
           EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-GR-SCORE.
       IF WS-GR-TYPE (WS-GR-IDX) = WS-EV-TYPE
           ADD 200 TO WS-GR-SCORE
       ELSE
           IF WS-GR-TYPE (WS-GR-IDX) NOT = '*'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-GR-SOURCE (WS-GR-IDX) = WS-EV-SOURCE
           ADD 100 TO WS-GR-SCORE
       ELSE
           IF WS-GR-SOURCE (WS-GR-IDX) NOT = '***'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-GR-MERCH (WS-GR-IDX) = WS-EV-MERCH
           ADD 50 TO WS-GR-SCORE
       ELSE
           IF WS-GR-MERCH (WS-GR-IDX) NOT = '*'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-GR-ILEN (WS-GR-IDX) > ZERO
           IF WS-EV-ITEM (1:WS-GR-ILEN (WS-GR-IDX)) NOT =
                   WS-GR-ITEM (WS-GR-IDX) (1:WS-GR-ILEN (WS-GR-IDX))
               EXIT PARAGRAPH
           END-IF
           ADD WS-GR-ILEN (WS-GR-IDX) TO WS-GR-SCORE
       END-IF.
       IF WS-GR-SCORE > WS-GR-BEST
           MOVE WS-GR-SCORE TO WS-GR-BEST
           MOVE WS-GR-IDX TO WS-GR-HIT
       END-IF.
      ******************************************************************
       380-CHECK-ACCT.
       MOVE SPACES TO WS-EV-REASON.
       IF WS-GLA-AVAIL = 'Y' AND WS-CHK-ACCT NOT = ZERO
           MOVE WS-CHK-ACCT TO GLA-ACCOUNT
           READ GLA-FILE
               INVALID KEY
                   STRING WS-CHK-SIDE DELIMITED BY SPACE
                           ' ' WS-CHK-ACCT ' NOT ON CHART'
                           DELIMITED BY SIZE INTO WS-EV-REASON
               NOT INVALID KEY
                   IF NOT GLA-ACTIVE
                       STRING WS-CHK-SIDE DELIMITED BY SPACE
                               ' ' WS-CHK-ACCT ' INACTIVE'
                               DELIMITED BY SIZE INTO WS-EV-REASON
                   END-IF
           END-READ
       ELSE
           STRING WS-CHK-SIDE DELIMITED BY SPACE
                   ' ' WS-CHK-ACCT ' NOT ON CHART'
                   DELIMITED BY SIZE INTO WS-EV-REASON
       END-IF.
       IF WS-EV-REASON NOT = SPACES
           PERFORM 390-WRITE-EXCEPTION
           MOVE WS-SUSP-ACCT TO WS-CHK-ACCT
       END-IF.
      ******************************************************************
       390-WRITE-EXCEPTION.
       MOVE WS-EV-SUBSYS TO OUT-GX-SUBSYS.
       MOVE WS-EV-TYPE TO OUT-GX-TYPE.
       MOVE WS-EV-SOURCE TO OUT-GX-SOURCE.
       MOVE WS-EV-MERCH TO OUT-GX-MERCH.
       MOVE WS-EV-ITEM TO OUT-GX-ITEM.
       MOVE WS-EV-AMT TO OUT-GX-AMT.
       MOVE WS-EV-REASON TO OUT-GX-REASON.
       WRITE GL-EXC-RPT-LINE FROM OUT-GX-LINE.
       ADD 1 TO WS-EXC-CT.
       ADD WS-EV-AMT TO WS-EXC-AMT.
      ******************************************************************
       400-WRITE-PAIR.
       MOVE SPACES TO GL-REC.
       MOVE WS-TODAY TO GL-DATE.
       MOVE WS-DR-ACCT TO GL-ACCOUNT.
       MOVE 'D' TO GL-SIDE.
       MOVE WS-EV-AMT TO GL-AMOUNT.
       MOVE WS-EV-ITEM TO GL-DESC.
       WRITE GL-REC.
       ADD WS-EV-AMT TO WS-DR-TOTAL.
       ADD 1 TO WS-LINE-CT.
       MOVE SPACES TO GL-REC.
       MOVE WS-TODAY TO GL-DATE.
       MOVE WS-CR-ACCT TO GL-ACCOUNT.
       MOVE 'C' TO GL-SIDE.
       MOVE WS-EV-AMT TO GL-AMOUNT.
       MOVE WS-EV-ITEM TO GL-DESC.
       WRITE GL-REC.
       ADD WS-EV-AMT TO WS-CR-TOTAL.
       ADD 1 TO WS-LINE-CT.
      ******************************************************************
      * MERCHANT PAYOUTS: THE ACH ENTRIES WRITTEN TODAY RELIEVE THE
      * SETTLEMENT PAYABLE AGAINST CASH. THEY ARE PICKED BY RUN DATE,
      * NOT EFFECTIVE DATE, SO AN ENTRY DATED DAYS AHEAD BOOKS ONCE.
      ******************************************************************
       500-SWEEP-SETTLEMENT.
       MOVE SPACES TO WS-EOF2.
               AT END
                   MOVE 'Y' TO WS-EOF2
               NOT AT END
                   IF ACH-RUN-DATE = WS-TODAY
                           AND ACH-AMOUNT-CENTS > ZERO
                       PERFORM 600-WRITE-PAYOUT
                   END-IF
       END-IF.
      ******************************************************************
       600-WRITE-PAYOUT.
       MOVE 'ACH ' TO WS-EV-SUBSYS.
       MOVE SPACE TO WS-EV-TYPE.
       MOVE SPACES TO WS-EV-SOURCE.
       MOVE 'Y' TO WS-EV-MERCH.
       MOVE ACH-NAME TO WS-EV-ITEM.
       COMPUTE WS-EV-AMT = ACH-AMOUNT-CENTS / 100.
       PERFORM 350-POST-EVENT.
      ******************************************************************
      * TITLES BOUGHT OUTRIGHT WITH REWARDS POINTS: NO CARD CHARGE,
      * SO THE LIST PRICE IS REWARDS EXPENSE EARNED AS VFX REVENUE.
      ******************************************************************
       620-SWEEP-POINTS-TITLES.
       MOVE SPACES TO WS-EOF2.
       OPEN INPUT VTP-FILE.
       IF WS-STAT NOT = ZERO
           MOVE 'Y' TO WS-EOF2
       END-IF.
       PERFORM UNTIL WS-EOF2 = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF2
               NOT AT END
                   IF VTP-KIND-POINTS
                           AND VTP-DATE = WS-TODAY (1:8)
                           AND VTP-PRICE > ZERO
                       MOVE VTP-PRICE TO WS-PTS-AMT
                       MOVE 'POINTS TO VFX TITLE' TO WS-PTS-DESC
                       PERFORM 660-WRITE-POINTS-PAIR
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-STAT NOT = 35
           CLOSE VTP-FILE
       END-IF.
      ******************************************************************
      * STORE CREDIT BOUGHT WITH REWARDS POINTS: THE LEDGER LINE THE
      * REDEMPTION DESK WRITES CARRIES ITS OWN REASON TEXT.
      ******************************************************************
       640-SWEEP-POINTS-CREDIT.
       MOVE SPACES TO WS-EOF2.
       OPEN INPUT VFXCRED-FILE.
       PERFORM UNTIL WS-EOF2 = 'Y'
           READ VFXCRED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF2
               NOT AT END
                   IF VCR-DATE = WS-TODAY
                           AND VCR-SIGN = '+'
                           AND VCR-REASON = WS-PTS-REASON
                           AND VCR-AMOUNT > ZERO
                       MOVE VCR-AMOUNT TO WS-PTS-AMT
                       MOVE 'POINTS TO VFX CREDIT' TO WS-PTS-DESC
                       PERFORM 660-WRITE-POINTS-PAIR
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFXCRED-FILE.
      ******************************************************************
       660-WRITE-POINTS-PAIR.
       MOVE 'PTS ' TO WS-EV-SUBSYS.
       MOVE SPACE TO WS-EV-TYPE.
       MOVE SPACES TO WS-EV-SOURCE.
       MOVE 'N' TO WS-EV-MERCH.
       MOVE WS-PTS-DESC TO WS-EV-ITEM.
       MOVE WS-PTS-AMT TO WS-EV-AMT.
       PERFORM 350-POST-EVENT.
      ******************************************************************
      * VUFLIX SALES TAX: THE TAX LINES BOOKED AS VFX REVENUE ALL
      * MONTH ARE OWED TO THE STATE, SO THE CLOSED MONTH'S NET PER
      * JURISDICTION MOVES TO SALES TAX PAYABLE ('-' REVERSES IT).
      ******************************************************************
       680-SWEEP-SALES-TAX.
       MOVE SPACES TO WS-EOF2.
       OPEN INPUT VTG-FILE.
       PERFORM UNTIL WS-EOF2 = 'Y'
           READ VTG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF2
               NOT AT END
                   IF VTG-DATE = WS-TODAY
                           AND VTG-AMOUNT > ZERO
                       PERFORM 690-WRITE-TAX-PAIR
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VTG-FILE.
      ******************************************************************
       690-WRITE-TAX-PAIR.
       MOVE 'TAX ' TO WS-EV-SUBSYS.
       IF VTG-SIGN = '-'
           MOVE '-' TO WS-EV-TYPE
       ELSE
           MOVE '+' TO WS-EV-TYPE
       END-IF.
       MOVE SPACES TO WS-EV-SOURCE.
       MOVE 'N' TO WS-EV-MERCH.
       MOVE SPACES TO WS-EV-ITEM.
       STRING 'SALES TAX ' VTG-STATE ' ' VTG-COUNTY
               DELIMITED BY SIZE INTO WS-EV-ITEM.
       MOVE VTG-AMOUNT TO WS-EV-AMT.
       PERFORM 350-POST-EVENT.
      ******************************************************************
      * INTEREST ACCRUAL: THE FEED CARRIES A LINE PER ACCOUNT, BUT
      * THE LEDGER TAKES THE DAY'S TOTALS - ONE ENTRY FOR THE
      * INTEREST EARNED NOT YET BILLED ('+'), ONE FOR MONTH-END
      * TAKING ITS CYCLES' ACCRUAL BACK OUT AS THE FINANCE CHARGE
      * BILLS ('-').
      ******************************************************************
       695-SWEEP-ACCRUAL.
       MOVE ZERO TO WS-ACR-PLUS.
       MOVE ZERO TO WS-ACR-MINUS.
       MOVE SPACES TO WS-EOF2.
       OPEN INPUT IAG-FILE.
       PERFORM UNTIL WS-EOF2 = 'Y'
           READ IAG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF2
               NOT AT END
                   IF IAG-DATE = WS-TODAY
                       IF IAG-SIGN = '-'
                           ADD IAG-AMOUNT TO WS-ACR-MINUS
                       ELSE
                           ADD IAG-AMOUNT TO WS-ACR-PLUS
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE IAG-FILE.
       MOVE 'ACR ' TO WS-EV-SUBSYS.
       MOVE SPACES TO WS-EV-SOURCE.
       MOVE 'N' TO WS-EV-MERCH.
       IF WS-ACR-PLUS > ZERO
           MOVE '+' TO WS-EV-TYPE
           MOVE 'DAILY INTEREST ACCRUAL' TO WS-EV-ITEM
           MOVE WS-ACR-PLUS TO WS-EV-AMT
           PERFORM 350-POST-EVENT
       END-IF.
       IF WS-ACR-MINUS > ZERO
           MOVE '-' TO WS-EV-TYPE
           MOVE 'INTEREST ACCRUAL REVERSAL' TO WS-EV-ITEM
           MOVE WS-ACR-MINUS TO WS-EV-AMT
           PERFORM 350-POST-EVENT
       END-IF.
      ******************************************************************
       700-CONTROL-TOTALS.
       MOVE SPACES TO GL-REC.
       WRITE GL-REC.
       DISPLAY 'DEBITS  ' WS-DR-TOTAL.
       DISPLAY 'CREDITS ' WS-CR-TOTAL.
      ******************************************************************
       750-EXCEPTION-TOTALS.
       MOVE SPACES TO GL-EXC-RPT-LINE.
       WRITE GL-EXC-RPT-LINE.
       IF WS-EXC-CT = ZERO
           MOVE 'NO EXCEPTIONS - EVERY EVENT POSTED BY RULE'
               TO GL-EXC-RPT-LINE
           WRITE GL-EXC-RPT-LINE
       ELSE
           MOVE WS-EXC-CT TO OUT-GX-TOT-CT
           MOVE WS-SUSP-ACCT TO OUT-GX-TOT-ACCT
           MOVE WS-EXC-AMT TO OUT-GX-TOT-AMT
           WRITE GL-EXC-RPT-LINE FROM OUT-GX-TOTAL
       END-IF.
