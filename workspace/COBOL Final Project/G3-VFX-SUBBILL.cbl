      *          tier's included rental credits refilled. A declined
      *          billing charge suspends the membership (VM-STATUS
      *          'S') with a notice - the member comes back through
      *          the edit desk once the card is sorted out. Fees
      *          post under Vuflix's own VISA merchant and online
      *          location (G3-LINK-VFX-MER), and the charge must
      *          pass the cardholder's card controls
      *          (G3-LINK-CC-CTRL) for that merchant. Sales tax for
      *          the member's ZIP (G3-LINK-VFX-TAX, taxed as a
      *          subscription) posts as its own card line and is
      *          logged to the liability ledger (VFXTAX.TXT); the
      *          card must take the fee and the tax together.
      *          The fee carries any prorated difference owed for a
      *          mid-month upgrade (VM-PRORATE-DUE), cleared once it
      *          is paid. A billing suspension is written to the plan
      *          history (VFXPLNH.TXT) through G3-VFX-PLAN-LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-SUBBILL IS INITIAL.
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
       01  WS-PH-EVENT                 PIC XX VALUE 'SU'.
       01  WS-PH-OLD                   PIC 9 VALUE ZERO.
       01  WS-PH-REASON                PIC X(20)
                                       VALUE 'BILLING DECLINED'.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
      * A MID-MONTH UPGRADE'S PRORATED DIFFERENCE RIDES ON THIS FEE.
       COMPUTE LK-PRICE = WS-PLAN-FEE + VM-PRORATE-DUE.
       MOVE LK-PRICE TO WS-TAX-BASE.
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
       IF LK-COMPLETED = 'Y'
           MOVE 'VFX SUBSCRIPTION' TO LK-ITEM
           MOVE 'W' TO LK-TRAN-TYPE
           CALL 'G3-LINK-CC-TRANS' USING VM-CC, LK-PRICE, LK-ITEM,
                   LK-MER-ID, LK-TRAN-TYPE, LK-LOC-ID, LK-CARD,
                   LK-TSTAMP-OUT, LK-AVS-RESULT
           PERFORM 300-CHARGE-TAX
           MOVE WS-PLAN-CREDITS TO VM-CREDITS
           MOVE ZERO TO VM-PRORATE-DUE
           REWRITE VM-REC
           ADD 1 TO WS-BILLED-CTR
           MOVE VM-EMAIL TO LK-EMAIL-TO
           MOVE VM-ID TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY
           MOVE VM-PLAN TO WS-PH-OLD
           CALL 'G3-VFX-PLAN-LOG' USING VM-ID, WS-PH-EVENT, WS-PH-OLD,
                   VM-PLAN, WS-PH-REASON
           MOVE VM-EMAIL TO LK-EMAIL-TO
           MOVE SPACES TO LK-EMAIL-SUBJECT
           STRING 'MEMBERSHIP SUSPENDED - BILLING DECLINED'
           CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT
       END-IF.
      ******************************************************************
      * THE MONTH'S SALES TAX FOR THE MEMBER'S ZIP, AS ITS OWN LINE.
       300-CHARGE-TAX.
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
