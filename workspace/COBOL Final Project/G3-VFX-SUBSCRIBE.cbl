      *          included rental credits (VM-CREDITS); enrollment
      *          grants the first month's credits on the spot after
      *          the first fee clears the same check/post path as a
      *          purchase, under Vuflix's own VISA merchant and
      *          online location (G3-LINK-VFX-MER) and within the
      *          cardholder's card controls (G3-LINK-CC-CTRL) for
      *          that merchant. Sales tax for the member's ZIP
      *          (G3-LINK-VFX-TAX, taxed as a subscription) posts as
      *          its own card line and is logged to the liability
      *          ledger (VFXTAX.TXT).
      *          A subscriber moving up a tier keeps the month they
      *          paid for; the difference for the days left in the
      *          month is added to VM-PRORATE-DUE for the next
      *          SUBBILL run. Moving down takes effect at once with
      *          no refund. Every subscribe, upgrade, downgrade, and
      *          cancel is written to the plan history (VFXPLNH.TXT)
      *          by G3-VFX-PLAN-LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-SUBSCRIBE IS INITIAL.
       01  WS-IN-PLAN                  PIC 9 VALUE ZERO.
       01  WS-PLAN-FEE                 PIC 9(2)V99 VALUE ZERO.
       01  WS-PLAN-CREDITS             PIC 9(3) VALUE ZERO.
       01  WS-TERM-PLAN                PIC 9 VALUE ZERO.
       01  WS-OLD-FEE                  PIC 9(2)V99 VALUE ZERO.
       01  WS-OLD-CREDITS              PIC 9(3) VALUE ZERO.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03  WS-TODAY-YY             PIC 9(4).
           03  WS-TODAY-MM             PIC 9(2).
           03  WS-TODAY-DD             PIC 9(2).
       01  WS-MONTH-DATE               PIC 9(8) VALUE ZERO.
       01  WS-MONTH-DATE-R REDEFINES WS-MONTH-DATE.
           03  WS-MONTH-YY             PIC 9(4).
           03  WS-MONTH-MM             PIC 9(2).
           03  WS-MONTH-DD             PIC 9(2).
       01  WS-TODAY-INT                PIC 9(8) VALUE ZERO.
       01  WS-FIRST-INT                PIC 9(8) VALUE ZERO.
       01  WS-LAST-INT                 PIC 9(8) VALUE ZERO.
       01  WS-DAYS-LEFT                PIC 9(2) VALUE ZERO.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE ZERO.
       01  WS-PRORATE                  PIC 9(3)V99 VALUE ZERO.
       01  WS-PRORATE-ED               PIC $$$9.99.
       01  WS-PH-EVENT                 PIC XX VALUE SPACES.
       01  WS-PH-OLD                   PIC 9 VALUE ZERO.
       01  WS-PH-NEW                   PIC 9 VALUE ZERO.
       01  WS-PH-REASON                PIC X(20) VALUE SPACES.
       01  LK-PRICE                    PIC 9(7)V99 VALUE ZERO.
       01  LK-COMPLETED                PIC X VALUE SPACE.
       01  LK-REASON                   PIC XX VALUE SPACES.
       01  LK-LOC-ID                   PIC 9(8) VALUE ZERO.
       01  LK-CARD                     PIC 9(16) VALUE ZERO.
       01  LK-TSTAMP-OUT               PIC X(16) VALUE SPACES.
       01  LK-AVS-RESULT               PIC X VALUE SPACE.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  WS-TAX-KIND                 PIC X VALUE 'S'.
       01  WS-TAX-BASE                 PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-TOTAL                PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-STATE                PIC XX VALUE SPACES.
       01  WS-TAX-COUNTY               PIC X(30) VALUE SPACES.
       01  WS-TAX-SIGN                 PIC X VALUE '+'.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-SUBSCRIBE' TO VFX-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O VM-FILE.
       PERFORM 100-WORK UNTIL WS-IN-MBR = '99999999'.
       CLOSE VM-FILE.
       ACCEPT WS-IN-PLAN.
       EVALUATE WS-IN-PLAN
           WHEN 0
               IF VM-PLAN = ZERO
                   DISPLAY 'NOT SUBSCRIBED - NO CHANGE MADE'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY 'CANCEL REASON:'
               MOVE SPACES TO WS-PH-REASON
               ACCEPT WS-PH-REASON
               IF WS-PH-REASON = SPACES
                   MOVE 'MEMBER CANCELLED' TO WS-PH-REASON
               END-IF
               MOVE VM-PLAN TO WS-PH-OLD
               MOVE ZERO TO VM-PLAN
               MOVE ZERO TO VM-CREDITS
               MOVE ZERO TO VM-PRORATE-DUE
               REWRITE VM-REC
               MOVE 'SUBCAN' TO WS-AUD-ACTION
               MOVE VM-ID TO WS-AUD-KEY
               CALL 'G3-AUDIT-LOG' USING VFX-M-PROG,
                       WS-OPERATOR-ID, WS-AUD-ACTION, WS-AUD-KEY
               MOVE 'CN' TO WS-PH-EVENT
               MOVE ZERO TO WS-PH-NEW
               PERFORM 500-LOG-PLAN
               DISPLAY 'SUBSCRIPTION CANCELLED'
           WHEN 1
           WHEN 2
           WHEN 3
               EVALUATE TRUE
                   WHEN VM-PLAN = ZERO
                       PERFORM 300-ENROLL
                   WHEN WS-IN-PLAN = VM-PLAN
                       DISPLAY 'ALREADY ON PLAN ' VM-PLAN
                               ' - NO CHANGE MADE'
                   WHEN WS-IN-PLAN > VM-PLAN
                       PERFORM 350-UPGRADE
                   WHEN OTHER
                       PERFORM 370-DOWNGRADE
               END-EVALUATE
           WHEN OTHER
               DISPLAY 'NO CHANGE MADE'
       END-EVALUATE.
      ******************************************************************
       250-PLAN-TERMS.
       EVALUATE WS-TERM-PLAN
           WHEN 1
               MOVE VFX-PLAN-FEE-1 TO WS-PLAN-FEE
               MOVE VFX-PLAN-CREDITS-1 TO WS-PLAN-CREDITS
               MOVE VFX-PLAN-FEE-3 TO WS-PLAN-FEE
               MOVE VFX-PLAN-CREDITS-3 TO WS-PLAN-CREDITS
       END-EVALUATE.
      ******************************************************************
       300-ENROLL.
       MOVE WS-IN-PLAN TO WS-TERM-PLAN.
       PERFORM 250-PLAN-TERMS.
       MOVE WS-PLAN-FEE TO LK-PRICE.
       MOVE WS-PLAN-FEE TO WS-TAX-BASE.
       CALL 'G3-LINK-VFX-TAX' USING VM-ZIP, WS-TAX-KIND,
               WS-TAX-BASE, WS-TAX-AMT, WS-TAX-STATE, WS-TAX-COUNTY.
      * THE TAX IS ITS OWN LINE, SO THE CARD MUST TAKE BOTH.
       COMPUTE WS-TAX-TOTAL = LK-PRICE + WS-TAX-AMT.
       CALL 'G3-LINK-CC-CHECK' USING VM-CC, WS-TAX-TOTAL,
               LK-COMPLETED, LK-REASON.
       IF LK-COMPLETED = 'Y'
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-CTRL' USING VM-CC, LK-CARD, LK-MER-ID,
                   WS-TAX-TOTAL, LK-COMPLETED, LK-REASON
       END-IF.
       IF LK-COMPLETED NOT = 'Y'
           DISPLAY 'LINKED CARD DECLINED (' LK-REASON
                   ') - NOT ENROLLED'
       MOVE 'W' TO LK-TRAN-TYPE.
       CALL 'G3-LINK-CC-TRANS' USING VM-CC, LK-PRICE, LK-ITEM,
               LK-MER-ID, LK-TRAN-TYPE, LK-LOC-ID, LK-CARD,
               LK-TSTAMP-OUT, LK-AVS-RESULT.
       PERFORM 400-CHARGE-TAX.
       MOVE WS-IN-PLAN TO VM-PLAN.
       MOVE WS-PLAN-CREDITS TO VM-CREDITS.
       REWRITE VM-REC.
       MOVE VM-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE 'SB' TO WS-PH-EVENT.
       MOVE ZERO TO WS-PH-OLD.
       MOVE VM-PLAN TO WS-PH-NEW.
       MOVE 'NEW SUBSCRIPTION' TO WS-PH-REASON.
       PERFORM 500-LOG-PLAN.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'WELCOME TO VUFLIX PLAN ', VM-PLAN
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'ENROLLED - CREDITS GRANTED: ' VM-CREDITS.
      ******************************************************************
      * THE MEMBER ALREADY PAID THIS MONTH AT THE OLD TIER: THE NEW
      * TIER'S EXTRA CREDITS ARE GRANTED NOW AND THE FEE DIFFERENCE
      * FOR THE DAYS LEFT IN THE MONTH (TODAY INCLUDED) RIDES ON THE
      * NEXT SUBBILL CHARGE.
       350-UPGRADE.
       MOVE VM-PLAN TO WS-TERM-PLAN.
       PERFORM 250-PLAN-TERMS.
       MOVE WS-PLAN-FEE TO WS-OLD-FEE.
       MOVE WS-PLAN-CREDITS TO WS-OLD-CREDITS.
       MOVE WS-IN-PLAN TO WS-TERM-PLAN.
       PERFORM 250-PLAN-TERMS.
       PERFORM 360-MONTH-DAYS.
       COMPUTE WS-PRORATE ROUNDED =
           (WS-PLAN-FEE - WS-OLD-FEE) * WS-DAYS-LEFT
               / WS-DAYS-IN-MONTH.
       MOVE WS-PRORATE TO WS-PRORATE-ED.
       DISPLAY 'UPGRADE PLAN ' VM-PLAN ' TO PLAN ' WS-IN-PLAN
               ' - ' WS-PRORATE-ED ' FOR ' WS-DAYS-LEFT
               ' DAYS ADDED TO THE NEXT BILL. CONFIRM (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND 'y'
           DISPLAY 'NO CHANGE MADE'
           EXIT PARAGRAPH
       END-IF.
       ADD WS-PRORATE TO VM-PRORATE-DUE.
       IF WS-PLAN-CREDITS > WS-OLD-CREDITS
           COMPUTE VM-CREDITS =
               VM-CREDITS + WS-PLAN-CREDITS - WS-OLD-CREDITS
       END-IF.
       MOVE VM-PLAN TO WS-PH-OLD.
       MOVE WS-IN-PLAN TO VM-PLAN.
       REWRITE VM-REC.
       MOVE 'SUBUPG' TO WS-AUD-ACTION.
       MOVE VM-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE 'UP' TO WS-PH-EVENT.
       MOVE VM-PLAN TO WS-PH-NEW.
       MOVE 'UPGRADE' TO WS-PH-REASON.
       PERFORM 500-LOG-PLAN.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'PLAN UPGRADED TO VUFLIX PLAN ', VM-PLAN
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'UPGRADED - CREDITS NOW: ' VM-CREDITS.
      ******************************************************************
      * DAYS IN THE CURRENT MONTH AND DAYS LEFT IN IT, TODAY INCLUDED.
       360-MONTH-DAYS.
       MOVE WS-TODAY TO WS-MONTH-DATE.
       MOVE 01 TO WS-MONTH-DD.
       COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE (WS-MONTH-DATE).
       IF WS-MONTH-MM = 12
           ADD 1 TO WS-MONTH-YY
           MOVE 01 TO WS-MONTH-MM
       ELSE
           ADD 1 TO WS-MONTH-MM
       END-IF.
       COMPUTE WS-LAST-INT =
           FUNCTION INTEGER-OF-DATE (WS-MONTH-DATE) - 1.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
       COMPUTE WS-DAYS-IN-MONTH = WS-LAST-INT - WS-FIRST-INT + 1.
       COMPUTE WS-DAYS-LEFT = WS-LAST-INT - WS-TODAY-INT + 1.
      ******************************************************************
      * A MOVE DOWN TAKES EFFECT NOW, WITH NO REFUND FOR THE MONTH
      * ALREADY BILLED; CREDITS LEFT OVER ABOVE THE NEW TIER'S
      * ALLOWANCE ARE TRIMMED TO IT.
       370-DOWNGRADE.
       MOVE WS-IN-PLAN TO WS-TERM-PLAN.
       PERFORM 250-PLAN-TERMS.
       DISPLAY 'DOWNGRADE PLAN ' VM-PLAN ' TO PLAN ' WS-IN-PLAN
               ' NOW, NO REFUND THIS MONTH. CONFIRM (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND 'y'
           DISPLAY 'NO CHANGE MADE'
           EXIT PARAGRAPH
       END-IF.
       IF VM-CREDITS > WS-PLAN-CREDITS
           MOVE WS-PLAN-CREDITS TO VM-CREDITS
       END-IF.
       MOVE VM-PLAN TO WS-PH-OLD.
       MOVE WS-IN-PLAN TO VM-PLAN.
       REWRITE VM-REC.
       MOVE 'SUBDGR' TO WS-AUD-ACTION.
       MOVE VM-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE 'DN' TO WS-PH-EVENT.
       MOVE VM-PLAN TO WS-PH-NEW.
       MOVE 'DOWNGRADE' TO WS-PH-REASON.
       PERFORM 500-LOG-PLAN.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'PLAN CHANGED TO VUFLIX PLAN ', VM-PLAN
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'DOWNGRADED - CREDITS NOW: ' VM-CREDITS.
      ******************************************************************
      * THE FIRST MONTH'S SALES TAX FOR THE MEMBER'S ZIP, AS ITS OWN
      * LINE.
       400-CHARGE-TAX.
       IF WS-TAX-AMT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE 'VFXTAX:SUBSCRIPTION' TO LK-ITEM.
       CALL 'G3-LINK-CC-TRANS' USING VM-CC, WS-TAX-AMT, LK-ITEM,
               LK-MER-ID, LK-TRAN-TYPE, LK-LOC-ID, LK-CARD,
               LK-TSTAMP-OUT, LK-AVS-RESULT.
       CALL 'G3-VFX-TAX-LOG' USING VM-ID, WS-TAX-KIND, WS-TAX-SIGN,
               WS-TAX-STATE, WS-TAX-COUNTY, WS-TAX-BASE, WS-TAX-AMT.
      ******************************************************************
      * ONE LINE TO THE PLAN HISTORY FOR THE CHANGE JUST MADE.
       500-LOG-PLAN.
       CALL 'G3-VFX-PLAN-LOG' USING VM-ID, WS-PH-EVENT, WS-PH-OLD,
               WS-PH-NEW, WS-PH-REASON.
      ******************************************************************
