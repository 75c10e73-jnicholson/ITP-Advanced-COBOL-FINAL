      ******************************************************************
      *PROGRAM:  Capital One Payoff Quote Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Answers "what do I owe to close this on a given
      *          day". For the payoff date the operator keys (today
      *          up to CAP1-PQT-MAX-DY days out) the quote adds up
      *          the posted balance plus the cycle's activity so
      *          far, the interest accrued from the start of the
      *          cycle to the payoff date on the average daily
      *          balance at the account's rate (product, repriced,
      *          hardship or penalty rate, as month-end would use;
      *          plan principal left out, promotional transfers at
      *          their promo rate and an SCRA account's pre-service
      *          balance held to the SCRA cap), and open holds,
      *          and states the per-diem for each day the payoff
      *          lands early. Installment plan and promotional
      *          balances are shown but already ride the balance.
      *          The quote is filed on PAYOFF.DAT under a quote
      *          number and can be printed as a letter on
      *          PAYOFF-LTR.TXT. A payment covering a quote by its
      *          good-through date flags the account for closure
      *          (G3-CAP1-PAY-ALLOC); the desk's second option
      *          lists those accounts and closes one once nothing
      *          is left owing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-PAYOFF IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-AUTH-HOLD.
       COPY SELECT-CC-TYPE.
       COPY SELECT-PRODRATE.
       COPY SELECT-HARDSHIP.
       COPY SELECT-PENPRICE.
       COPY SELECT-SCRA.
       COPY SELECT-INSTPLAN.
       COPY SELECT-BALXFER.
       COPY SELECT-PAYOFF.
       COPY SELECT-PAYOFF-LTR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-AUTH-HOLD.
       COPY FD-CARD-TYPE.
       COPY FD-PRODRATE.
       COPY FD-HARDSHIP.
       COPY FD-PENPRICE.
       COPY FD-SCRA.
       COPY FD-INSTPLAN.
       COPY FD-BALXFER.
       COPY FD-PAYOFF.
       COPY FD-PAYOFF-LTR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.

       01  WS-MENU-SEL                 PIC X VALUE SPACE.
       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-PAYOFF-IN                PIC X(8) VALUE SPACES.
       01  WS-PAYOFF-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-LAST-DATE                PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-START              PIC 9(8) VALUE ZERO.
       01  WS-NEXT-CYCLE               PIC 9(8) VALUE ZERO.
       01  WS-THIS-CYCLE               PIC 9(6) VALUE ZERO.
       01  WS-CYCLE-DAYS               PIC 9(3) VALUE ZERO.
       01  WS-ELAPSED                  PIC 9(3) VALUE ZERO.
       01  WS-DAY-N                    PIC 9(3) VALUE ZERO.
       01  WS-PREV-DAY                 PIC 9(3) VALUE ZERO.
       01  WS-PROMO-DAYS               PIC 9(3) VALUE ZERO.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-TRAN-EOF                 PIC X VALUE SPACES.
       01  WS-SCAN-EOF                 PIC X VALUE SPACES.
       01  WS-PQT-EOF                  PIC X VALUE SPACES.
       01  WS-PQT-DONE                 PIC X VALUE 'N'.
       01  WS-PQT-NEXT-ID              PIC 9(8) VALUE ZERO.
       01  WS-PAID-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-AUTH-AVAIL               PIC X VALUE 'N'.
       01  WS-CTY-AVAIL                PIC X VALUE 'N'.
       01  WS-PRR-AVAIL                PIC X VALUE 'N'.
       01  WS-HRD-AVAIL                PIC X VALUE 'N'.
       01  WS-HRD-ON                   PIC X VALUE 'N'.
       01  WS-PEN-AVAIL                PIC X VALUE 'N'.
       01  WS-SCR-AVAIL                PIC X VALUE 'N'.
       01  WS-SCRA-ON                  PIC X VALUE 'N'.
       01  WS-INP-AVAIL                PIC X VALUE 'N'.
       01  WS-BXF-AVAIL                PIC X VALUE 'N'.
       01  WS-RATE                     PIC V9(4) VALUE ZERO.
       01  WS-RUN-BAL                  PIC S9(7)V99 VALUE ZERO.
       01  WS-CASH-RUN-BAL             PIC S9(7)V99 VALUE ZERO.
       01  WS-PAID-AMT                 PIC 9(7)V99 VALUE ZERO.
       01  WS-ACCUM                    PIC S9(11)V99 VALUE ZERO.
       01  WS-CASH-ACCUM               PIC S9(11)V99 VALUE ZERO.
       01  WS-PROMO-ACCUM              PIC S9(11)V99 VALUE ZERO.
       01  WS-PROMO-INT-ACCUM          PIC S9(11)V9(6) VALUE ZERO.
       01  WS-PROMO-DAILY              PIC S9(7)V9(6) VALUE ZERO.
       01  WS-SCRA-ACCUM               PIC S9(11)V99 VALUE ZERO.
       01  WS-SCRA-PORTION             PIC S9(7)V99 VALUE ZERO.
       01  WS-SCRA-CUT                 PIC S9(11)V9(6) VALUE ZERO.
       01  WS-SCRA-DAILY-CUT           PIC S9(7)V9(6) VALUE ZERO.
       01  WS-RATED-BAL                PIC S9(7)V99 VALUE ZERO.
       01  WS-INST-BAL                 PIC 9(7)V99 VALUE ZERO.
       01  WS-PROMO-BAL                PIC 9(7)V99 VALUE ZERO.
       01  WS-HOLD-BAL                 PIC 9(7)V99 VALUE ZERO.
       01  WS-INTEREST                 PIC 9(7)V99 VALUE ZERO.
       01  WS-PER-DIEM                 PIC 9(5)V99 VALUE ZERO.
       01  WS-PAYOFF-AMT               PIC S9(7)V99 VALUE ZERO.
       01  WS-SHOW-AMT                 PIC Z(6)9.99-.
       01  WS-SHOW-PD                  PIC Z(4)9.99.
       01  WS-SHOW-APR                 PIC Z9.99.

       01  OUT-PQT-LINE.
           03  OUT-PQT-ID              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PQT-ACCT            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PQT-THRU            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PQT-AMOUNT          PIC Z(6)9.99-.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PQT-PAID-DATE       PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PQT-PAID-AMT        PIC Z(6)9.99.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-PAYOFF' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'PQT-MAX-DY' TO WS-PARM-NAME.
       MOVE CAP1-PQT-MAX-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PQT-MAX-DY.
       MOVE 'FINCHG-RATE' TO WS-PARM-NAME.
       MOVE CAP1-FINCHG-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-FINCHG-RATE.
       MOVE 'SCRA-RATE' TO WS-PARM-NAME.
       MOVE CAP1-SCRA-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-SCRA-RATE.
       PERFORM 050-CYCLE-DATES.
       PERFORM 060-OPEN-FILES.
       PERFORM 100-MENU UNTIL WS-MENU-SEL = 'X' OR 'x'.
       PERFORM 070-CLOSE-FILES.
       EXIT PROGRAM.
      ******************************************************************
      * THE CYCLE IS THE CALENDAR MONTH MONTH-END ROLLS: ITS FIRST
      * DAY AND ITS LENGTH IN DAYS.
      ******************************************************************
       050-CYCLE-DATES.
       MOVE WS-TODAY (1:6) TO WS-THIS-CYCLE.
       MOVE WS-TODAY TO WS-CYCLE-START.
       MOVE 01 TO WS-CYCLE-START (7:2).
       IF WS-MONTH = '12'
           COMPUTE WS-NEXT-CYCLE = (WS-THIS-CYCLE + 89) * 100 + 1
       ELSE
           COMPUTE WS-NEXT-CYCLE = (WS-THIS-CYCLE + 1) * 100 + 1
       END-IF.
       COMPUTE WS-CYCLE-DAYS =
           FUNCTION INTEGER-OF-DATE (WS-NEXT-CYCLE) -
           FUNCTION INTEGER-OF-DATE (WS-CYCLE-START).
       COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-TODAY) + CAP1-PQT-MAX-DY).
      ******************************************************************
      * PRICING FILES ARE OPTIONAL; ONE THAT IS MISSING SIMPLY HAS
      * NOTHING TO SAY ABOUT THE ACCOUNT.
      ******************************************************************
       060-OPEN-FILES.
       OPEN I-O PQT-FILE.
       IF WS-STAT = 35
           CLOSE PQT-FILE
           OPEN OUTPUT PQT-FILE
           CLOSE PQT-FILE
           OPEN I-O PQT-FILE
       END-IF.
       OPEN I-O CH-FILE.
       OPEN INPUT CC-TRAN-FILE.
       OPEN INPUT AUTH-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-AUTH-AVAIL
       END-IF.
       OPEN INPUT CTY-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-CTY-AVAIL
       END-IF.
       OPEN INPUT PRR-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PRR-AVAIL
       END-IF.
       OPEN INPUT HRD-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-HRD-AVAIL
       END-IF.
       OPEN INPUT PEN-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PEN-AVAIL
       END-IF.
       OPEN INPUT SCR-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-SCR-AVAIL
       END-IF.
       OPEN INPUT INP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-INP-AVAIL
       END-IF.
       OPEN INPUT BXF-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-BXF-AVAIL
       END-IF.
      ******************************************************************
       070-CLOSE-FILES.
       CLOSE PQT-FILE
             CH-FILE
             CC-TRAN-FILE.
       IF WS-AUTH-AVAIL = 'Y'
           CLOSE AUTH-FILE
       END-IF.
       IF WS-CTY-AVAIL = 'Y'
           CLOSE CTY-FILE
       END-IF.
       IF WS-PRR-AVAIL = 'Y'
           CLOSE PRR-FILE
       END-IF.
       IF WS-HRD-AVAIL = 'Y'
           CLOSE HRD-FILE
       END-IF.
       IF WS-PEN-AVAIL = 'Y'
           CLOSE PEN-FILE
       END-IF.
       IF WS-SCR-AVAIL = 'Y'
           CLOSE SCR-FILE
       END-IF.
       IF WS-INP-AVAIL = 'Y'
           CLOSE INP-FILE
       END-IF.
       IF WS-BXF-AVAIL = 'Y'
           CLOSE BXF-FILE
       END-IF.
      ******************************************************************
       100-MENU.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'PAYOFF QUOTES'.
       DISPLAY '  1) NEW PAYOFF QUOTE'.
       DISPLAY '  2) CLOSE PAID-OFF ACCOUNTS'.
       DISPLAY '  X) EXIT'.
       ACCEPT WS-MENU-SEL.
       EVALUATE WS-MENU-SEL
           WHEN '1'
               PERFORM 200-NEW-QUOTE
           WHEN '2'
               PERFORM 600-CLOSE-PAID
       END-EVALUATE.
      ******************************************************************
       200-NEW-QUOTE.
       DISPLAY 'ACCOUNT:'.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID IS NOT NUMERIC
           DISPLAY 'INVALID ID'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'INVALID ID'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       IF CH-STAT-CLOSED
           DISPLAY 'ACCOUNT IS ALREADY CLOSED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ACCT ' CH-ID ' ' CH-FNAME ' ' CH-LNAME.
       DISPLAY 'PAYOFF DATE (YYYYMMDD, BLANK = TODAY):'.
       MOVE SPACES TO WS-PAYOFF-IN.
       ACCEPT WS-PAYOFF-IN.
       IF WS-PAYOFF-IN = SPACES
           MOVE WS-TODAY TO WS-PAYOFF-DATE
       ELSE
           IF WS-PAYOFF-IN IS NOT NUMERIC
               DISPLAY 'INVALID DATE'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYOFF-IN TO WS-PAYOFF-DATE
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-PAYOFF-DATE) NOT = ZERO
           DISPLAY 'INVALID DATE'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       IF WS-PAYOFF-DATE < WS-TODAY OR WS-PAYOFF-DATE > WS-LAST-DATE
           DISPLAY 'PAYOFF DATE MUST BE TODAY THROUGH ' WS-LAST-DATE
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-COMPUTE-QUOTE.
       PERFORM 400-SHOW-QUOTE.
       DISPLAY 'FILE THIS QUOTE (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY 'QUOTE NOT FILED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 450-FILE-QUOTE.
       DISPLAY 'FILED AS QUOTE ' PQT-ID.
       DISPLAY 'PRINT THE PAYOFF LETTER (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
           PERFORM 500-PRINT-LETTER
           DISPLAY 'LETTER WRITTEN TO PAYOFF-LTR.TXT'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       300-COMPUTE-QUOTE.
       PERFORM 310-ACCOUNT-RATE.
       PERFORM 320-WALK-CYCLE.
       PERFORM 340-PLAN-BALANCES.
       PERFORM 350-HOLDS.
       COMPUTE WS-ELAPSED =
           FUNCTION INTEGER-OF-DATE (WS-PAYOFF-DATE) -
           FUNCTION INTEGER-OF-DATE (WS-CYCLE-START) + 1.
      * THE BALANCE AS IT STANDS TODAY RUNS ON TO THE PAYOFF DATE.
       COMPUTE WS-ACCUM = WS-ACCUM +
           WS-RUN-BAL * (WS-ELAPSED - WS-PREV-DAY + 1).
       COMPUTE WS-CASH-ACCUM = WS-CASH-ACCUM +
           WS-CASH-RUN-BAL * (WS-ELAPSED - WS-PREV-DAY + 1).
       PERFORM 360-PROMO-ACCRUAL.
      * GRACE, AS MONTH-END GRANTS IT: A CARRIED BALANCE ALREADY PAID
      * IN FULL LEAVES ONLY THE CASH ADVANCES RATED.
       IF CH-BAL NOT > ZERO OR WS-PAID-AMT >= CH-BAL
           MOVE WS-CASH-ACCUM TO WS-ACCUM
           MOVE WS-CASH-RUN-BAL TO WS-RATED-BAL
           MOVE ZERO TO WS-PROMO-INT-ACCUM
                        WS-PROMO-DAILY
       ELSE
           COMPUTE WS-ACCUM = WS-ACCUM - WS-PROMO-ACCUM -
               WS-INST-BAL * WS-ELAPSED
           COMPUTE WS-RATED-BAL =
               WS-RUN-BAL - WS-PROMO-BAL - WS-INST-BAL
       END-IF.
       IF WS-ACCUM < ZERO
           MOVE ZERO TO WS-ACCUM
       END-IF.
       IF WS-RATED-BAL < ZERO
           MOVE ZERO TO WS-RATED-BAL
       END-IF.
       PERFORM 370-SCRA-CAP.
       COMPUTE WS-INTEREST ROUNDED =
           (WS-ACCUM * WS-RATE + WS-PROMO-INT-ACCUM - WS-SCRA-CUT)
           / WS-CYCLE-DAYS.
       COMPUTE WS-PER-DIEM ROUNDED =
           (WS-RATED-BAL * WS-RATE + WS-PROMO-DAILY -
            WS-SCRA-DAILY-CUT) / WS-CYCLE-DAYS.
       COMPUTE WS-PAYOFF-AMT =
           WS-RUN-BAL + WS-INTEREST + WS-HOLD-BAL.
      ******************************************************************
      * THE RATE MONTH-END WOULD CHARGE THIS CYCLE: THE PRODUCT RATE
      * (OR ITS LATEST REPRICING IN EFFECT), A HARDSHIP PLAN'S
      * WORKOUT RATE, OR THE PENALTY RATE FOR AN ACCOUNT ON PENALTY
      * PRICING OR DUE TO GO ON IT THIS CYCLE. SCRA IS NOTED FOR THE
      * CAP IN 370. A CHARGED-OFF OR SPECIAL-HANDLING ACCOUNT
      * ACCRUES NOTHING.
      ******************************************************************
       310-ACCOUNT-RATE.
       MOVE CAP1-FINCHG-RATE TO WS-RATE.
       MOVE 'N' TO WS-HRD-ON.
       MOVE 'N' TO WS-SCRA-ON.
       IF CH-STAT-CHARGED-OFF OR CH-SH-CODED
           MOVE ZERO TO WS-RATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-CTY-AVAIL = 'Y'
           MOVE CH-CTY-ID TO CTY-ID
           READ CTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTY-FINCHG-RATE TO WS-RATE
                   PERFORM 315-RATE-IN-EFFECT
           END-READ
       END-IF.
       IF WS-HRD-AVAIL = 'Y'
           MOVE CH-ID TO HRD-CH-ID
           READ HRD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HRD-ACTIVE
                       MOVE HRD-RATE TO WS-RATE
                       MOVE 'Y' TO WS-HRD-ON
                   END-IF
           END-READ
       END-IF.
       IF WS-PEN-AVAIL = 'Y' AND WS-HRD-ON NOT = 'Y'
           MOVE CH-ID TO PEN-CH-ID
           READ PEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PEN-ACTIVE
                           OR (PEN-NOTICED AND WS-TODAY >= PEN-EFF-DATE
                               AND CH-MISSED-CYCLES > ZERO)
                       MOVE PEN-RATE TO WS-RATE
                   END-IF
           END-READ
       END-IF.
       IF WS-SCR-AVAIL = 'Y'
           MOVE CH-ID TO SCR-CH-ID
           READ SCR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SCR-ACTIVE AND SCR-PROOF-DATE NOT = ZERO
                           AND SCR-PRE-BAL > ZERO
                           AND SCR-SVC-START <= WS-TODAY
                           AND (SCR-SVC-END = ZERO
                                OR WS-TODAY <= SCR-SVC-END)
                       MOVE 'Y' TO WS-SCRA-ON
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
       315-RATE-IN-EFFECT.
       IF WS-PRR-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SCAN-EOF.
       MOVE CTY-ID TO PRR-CTY-ID.
       MOVE ZERO TO PRR-EFF-DATE.
       START PRR-FILE KEY NOT LESS THAN PRR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
       END-START.
       PERFORM UNTIL WS-SCAN-EOF = 'Y'
           READ PRR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF PRR-CTY-ID NOT = CTY-ID
                           OR PRR-EFF-DATE > WS-TODAY
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF NOT PRR-SUPERSEDED
                           MOVE PRR-RATE TO WS-RATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE SAME DAY-WEIGHTED WALK AS MONTH-END'S 255-CALC-ADB: THE
      * CARRIED BALANCE MOVED BY EACH OF THE CYCLE'S TRANSACTIONS IN
      * TIMESTAMP ORDER, DISPUTED CHARGES LEFT OUT. IT LEAVES THE
      * CURRENT BALANCE IN WS-RUN-BAL.
      ******************************************************************
       320-WALK-CYCLE.
       MOVE CH-BAL TO WS-RUN-BAL.
       MOVE ZERO TO WS-CASH-RUN-BAL
                    WS-PAID-AMT
                    WS-ACCUM
                    WS-CASH-ACCUM.
       MOVE 1 TO WS-PREV-DAY.
       MOVE SPACES TO WS-TRAN-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TRAN-EOF
       END-START.
       PERFORM UNTIL WS-TRAN-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END
                   IF CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-TRAN-EOF
                   ELSE
                       PERFORM 330-SEGMENT
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       330-SEGMENT.
       IF CC-TRAN-TSTAMP (1:6) = WS-TODAY (1:6)
           MOVE CC-TRAN-DAY TO WS-DAY-N
       ELSE
           MOVE 1 TO WS-DAY-N
       END-IF.
       IF WS-DAY-N < WS-PREV-DAY
           MOVE WS-PREV-DAY TO WS-DAY-N
       END-IF.
       COMPUTE WS-ACCUM = WS-ACCUM +
           WS-RUN-BAL * (WS-DAY-N - WS-PREV-DAY).
       COMPUTE WS-CASH-ACCUM = WS-CASH-ACCUM +
           WS-CASH-RUN-BAL * (WS-DAY-N - WS-PREV-DAY).
       MOVE WS-DAY-N TO WS-PREV-DAY.
       IF CC-TYPE-CHARGE AND NOT CC-IS-DISPUTED
           ADD CC-TRAN-PRICE TO WS-RUN-BAL
       END-IF.
       IF CC-TYPE-CASHADV AND NOT CC-IS-DISPUTED
           ADD CC-TRAN-PRICE TO WS-CASH-RUN-BAL
       END-IF.
       IF CC-TYPE-CREDIT
           SUBTRACT CC-TRAN-PRICE FROM WS-RUN-BAL
       END-IF.
       IF CC-TYPE-PAYMENT
           ADD CC-TRAN-PRICE TO WS-PAID-AMT
       END-IF.
      ******************************************************************
      * INSTALLMENT PLAN PRINCIPAL STILL OWED AND OPEN PROMOTIONAL
      * TRANSFERS. BOTH ARE ALREADY IN THE BALANCE.
      ******************************************************************
       340-PLAN-BALANCES.
       MOVE ZERO TO WS-INST-BAL
                    WS-PROMO-BAL.
       IF WS-INP-AVAIL = 'Y'
           MOVE SPACES TO WS-SCAN-EOF
           MOVE CH-ID TO INP-CH-ID
           MOVE ZERO TO INP-SEQ
           START INP-FILE KEY NOT LESS THAN INP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ INP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF INP-CH-ID NOT = CH-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF INP-ACTIVE
                               ADD INP-BALANCE TO WS-INST-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       IF WS-BXF-AVAIL = 'Y'
           MOVE SPACES TO WS-SCAN-EOF
           MOVE CH-ID TO BXF-CH-ID
           MOVE ZERO TO BXF-SEQ
           START BXF-FILE KEY NOT LESS THAN BXF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BXF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF BXF-CH-ID NOT = CH-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           IF BXF-PROMO-OPEN
                                   AND BXF-PROMO-UNTIL >= WS-THIS-CYCLE
                               ADD BXF-AMOUNT TO WS-PROMO-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
      ******************************************************************
       350-HOLDS.
       MOVE ZERO TO WS-HOLD-BAL.
       IF WS-AUTH-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SCAN-EOF.
       MOVE CH-ID TO AUTH-CC-ID.
       START AUTH-FILE KEY NOT LESS THAN AUTH-CC-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
       END-START.
       PERFORM UNTIL WS-SCAN-EOF = 'Y'
           READ AUTH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF AUTH-CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF AUTH-STAT-HELD
                           ADD AUTH-AMOUNT TO WS-HOLD-BAL
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * EACH OPEN TRANSFER ACCRUES AT ITS PROMO RATE FROM THE START OF
      * THE CYCLE (OR ITS POSTING DAY, IF POSTED THIS CYCLE) TO THE
      * PAYOFF DATE, AND COMES OUT OF THE GENERAL WALK.
      ******************************************************************
       360-PROMO-ACCRUAL.
       MOVE ZERO TO WS-PROMO-ACCUM
                    WS-PROMO-INT-ACCUM
                    WS-PROMO-DAILY.
       IF WS-BXF-AVAIL NOT = 'Y' OR WS-RATE = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SCAN-EOF.
       MOVE CH-ID TO BXF-CH-ID.
       MOVE ZERO TO BXF-SEQ.
       START BXF-FILE KEY NOT LESS THAN BXF-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
       END-START.
       PERFORM UNTIL WS-SCAN-EOF = 'Y'
           READ BXF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF BXF-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF BXF-PROMO-OPEN
                               AND BXF-PROMO-UNTIL >= WS-THIS-CYCLE
                           PERFORM 365-PROMO-ONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       365-PROMO-ONE.
       IF BXF-POSTED-CYCLE = WS-THIS-CYCLE
           COMPUTE WS-PROMO-DAYS = WS-ELAPSED - BXF-POSTED-DAY + 1
           IF WS-PROMO-DAYS > WS-ELAPSED
               MOVE WS-ELAPSED TO WS-PROMO-DAYS
           END-IF
       ELSE
           MOVE WS-ELAPSED TO WS-PROMO-DAYS
       END-IF.
       COMPUTE WS-PROMO-ACCUM = WS-PROMO-ACCUM +
           BXF-AMOUNT * WS-PROMO-DAYS.
       COMPUTE WS-PROMO-INT-ACCUM = WS-PROMO-INT-ACCUM +
           BXF-AMOUNT * BXF-PROMO-RATE * WS-PROMO-DAYS.
       COMPUTE WS-PROMO-DAILY = WS-PROMO-DAILY +
           BXF-AMOUNT * BXF-PROMO-RATE.
      ******************************************************************
      * THE PRE-SERVICE SHARE OF AN SCRA ACCOUNT EARNS NO MORE THAN
      * THE SCRA CAP: NEVER MORE THAN SCR-PRE-BAL A DAY OF THE RATED
      * DAY-BALANCES TO THE PAYOFF DATE, NOR OF THE BALANCE THE PER
      * DIEM RUNS ON. THE CUT COMES OFF BOTH.
      ******************************************************************
       370-SCRA-CAP.
       MOVE ZERO TO WS-SCRA-CUT
                    WS-SCRA-DAILY-CUT.
       IF WS-SCRA-ON NOT = 'Y' OR WS-RATE NOT > CAP1-SCRA-RATE
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-SCRA-ACCUM = SCR-PRE-BAL * WS-ELAPSED.
       IF WS-SCRA-ACCUM > WS-ACCUM
           MOVE WS-ACCUM TO WS-SCRA-ACCUM
       END-IF.
       COMPUTE WS-SCRA-CUT =
           WS-SCRA-ACCUM * (WS-RATE - CAP1-SCRA-RATE).
       MOVE SCR-PRE-BAL TO WS-SCRA-PORTION.
       IF WS-SCRA-PORTION > WS-RATED-BAL
           MOVE WS-RATED-BAL TO WS-SCRA-PORTION
       END-IF.
       COMPUTE WS-SCRA-DAILY-CUT =
           WS-SCRA-PORTION * (WS-RATE - CAP1-SCRA-RATE).
      ******************************************************************
       400-SHOW-QUOTE.
       DISPLAY ' '.
       DISPLAY 'PAYOFF QUOTE GOOD THROUGH ' WS-PAYOFF-DATE.
       MOVE WS-RUN-BAL TO WS-SHOW-AMT.
       DISPLAY '  CURRENT BALANCE            ' WS-SHOW-AMT.
       MOVE WS-INTEREST TO WS-SHOW-AMT.
       DISPLAY '  INTEREST ACCRUED TO DATE   ' WS-SHOW-AMT.
       MOVE WS-HOLD-BAL TO WS-SHOW-AMT.
       DISPLAY '  PENDING AUTHORIZATIONS     ' WS-SHOW-AMT.
       MOVE WS-PAYOFF-AMT TO WS-SHOW-AMT.
       DISPLAY '  PAYOFF AMOUNT              ' WS-SHOW-AMT.
       MOVE WS-PER-DIEM TO WS-SHOW-PD.
       DISPLAY '  PER DIEM                      ' WS-SHOW-PD.
       COMPUTE WS-SHOW-APR = WS-RATE * 1200.
       DISPLAY '  RATE (APR)                    ' WS-SHOW-APR '%'.
       MOVE WS-INST-BAL TO WS-SHOW-AMT.
       DISPLAY '  INSTALLMENT PLANS (IN BAL) ' WS-SHOW-AMT.
       MOVE WS-PROMO-BAL TO WS-SHOW-AMT.
       DISPLAY '  PROMO TRANSFERS (IN BAL)   ' WS-SHOW-AMT.
      ******************************************************************
       450-FILE-QUOTE.
       PERFORM 460-NEXT-ID.
       MOVE WS-PQT-NEXT-ID TO PQT-ID.
       MOVE CH-ID TO PQT-CH-ID.
       MOVE WS-TODAY TO PQT-QUOTE-DATE.
       MOVE WS-PAYOFF-DATE TO PQT-GOOD-THRU.
       MOVE WS-RUN-BAL TO PQT-CUR-BAL.
       MOVE WS-INTEREST TO PQT-INTEREST.
       MOVE WS-HOLD-BAL TO PQT-HOLDS.
       MOVE WS-INST-BAL TO PQT-INST-BAL.
       MOVE WS-PROMO-BAL TO PQT-PROMO-BAL.
       MOVE WS-RATE TO PQT-RATE.
       MOVE WS-PER-DIEM TO PQT-PER-DIEM.
       MOVE WS-PAYOFF-AMT TO PQT-AMOUNT.
       MOVE WS-OPERATOR-ID TO PQT-OPER.
       MOVE 'O' TO PQT-STATUS.
       MOVE ZERO TO PQT-PAID-DATE
                    PQT-PAID-AMT
                    PQT-CLOSE-DATE.
       MOVE SPACES TO PQT-PAID-KEY.
       MOVE 'N' TO WS-PQT-DONE.
       PERFORM UNTIL WS-PQT-DONE = 'Y'
           WRITE PQT-REC
               INVALID KEY
                   ADD 1 TO PQT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PQT-DONE
           END-WRITE
       END-PERFORM.
       MOVE 'PAYQT' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING PQT-ID ' ' CH-ID DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       460-NEXT-ID.
       MOVE ZERO TO WS-PQT-NEXT-ID.
       MOVE SPACES TO WS-PQT-EOF.
       MOVE ZERO TO PQT-ID.
       START PQT-FILE KEY NOT LESS THAN PQT-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PQT-EOF
       END-START.
       PERFORM UNTIL WS-PQT-EOF = 'Y'
           READ PQT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PQT-EOF
               NOT AT END
                   IF PQT-ID > WS-PQT-NEXT-ID
                       MOVE PQT-ID TO WS-PQT-NEXT-ID
                   END-IF
           END-READ
       END-PERFORM.
       ADD 1 TO WS-PQT-NEXT-ID.
      ******************************************************************
       500-PRINT-LETTER.
       OPEN EXTEND PQT-LTR-FILE.
       MOVE ALL '=' TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       STRING 'CAPITAL ONE   PAYOFF QUOTE ' PQT-ID '   DATE ' WS-TODAY
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       STRING CH-FNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CH-LNAME DELIMITED BY SPACE
               INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       IF CH-BILL-USE-2-ON
           MOVE CH-BILL-ADDRESS TO PQT-LTR-LINE
           WRITE PQT-LTR-LINE
           MOVE CH-BILL-ZIP TO PQT-LTR-LINE
       ELSE
           MOVE CH-ADDRESS TO PQT-LTR-LINE
           WRITE PQT-LTR-LINE
           MOVE CH-ZIP TO PQT-LTR-LINE
       END-IF.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       STRING 'RE: PAYOFF OF ACCOUNT ' CH-ID
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       STRING 'TO PAY THIS ACCOUNT IN FULL ON ' PQT-GOOD-THRU
               ' THE AMOUNT DUE IS:' DELIMITED BY SIZE
               INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE PQT-CUR-BAL TO WS-SHOW-AMT.
       STRING '  CURRENT BALANCE                 ' WS-SHOW-AMT
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       MOVE PQT-INTEREST TO WS-SHOW-AMT.
       STRING '  INTEREST ACCRUED TO PAYOFF DATE ' WS-SHOW-AMT
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       MOVE PQT-HOLDS TO WS-SHOW-AMT.
       STRING '  PENDING AUTHORIZATIONS          ' WS-SHOW-AMT
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       MOVE PQT-AMOUNT TO WS-SHOW-AMT.
       STRING '  TOTAL PAYOFF AMOUNT             ' WS-SHOW-AMT
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       IF PQT-INST-BAL > ZERO OR PQT-PROMO-BAL > ZERO
           MOVE PQT-INST-BAL TO WS-SHOW-AMT
           STRING 'THE BALANCE INCLUDES INSTALLMENT PLANS OF '
                   WS-SHOW-AMT DELIMITED BY SIZE INTO PQT-LTR-LINE
           WRITE PQT-LTR-LINE
           MOVE SPACES TO PQT-LTR-LINE
           MOVE PQT-PROMO-BAL TO WS-SHOW-AMT
           STRING 'AND PROMOTIONAL BALANCE TRANSFERS OF      '
                   WS-SHOW-AMT DELIMITED BY SIZE INTO PQT-LTR-LINE
           WRITE PQT-LTR-LINE
           MOVE SPACES TO PQT-LTR-LINE
           WRITE PQT-LTR-LINE
       END-IF.
       MOVE PQT-PER-DIEM TO WS-SHOW-PD.
       STRING 'INTEREST ACCRUES AT ' WS-SHOW-PD
               ' PER DAY. FOR EACH DAY BEFORE ' PQT-GOOD-THRU
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE 'THAT PAYMENT ARRIVES, YOU MAY DEDUCT THAT AMOUNT.'
           TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE 'THIS QUOTE IS NOT GOOD AFTER THAT DATE. PLEASE QUOTE'
           TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE SPACES TO PQT-LTR-LINE.
       STRING 'NUMBER ' PQT-ID ' WITH YOUR PAYMENT. ONCE IT POSTS THE'
               DELIMITED BY SIZE INTO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE 'ACCOUNT WILL BE CLOSED; ANY AMOUNT PAID OVER WHAT IS OWED'
           TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       MOVE 'WILL BE REFUNDED.' TO PQT-LTR-LINE.
       WRITE PQT-LTR-LINE.
       CLOSE PQT-LTR-FILE.
      ******************************************************************
      * ACCOUNTS WHOSE PAYOFF HAS POSTED. ONE CLOSES ONLY WHEN NOTHING
      * IS LEFT OWING OR HELD AGAINST IT (CH-MEMO-BAL NOT ABOVE ZERO).
      ******************************************************************
       600-CLOSE-PAID.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'ACCOUNTS FLAGGED FOR CLOSURE - PAYOFF RECEIVED'.
       DISPLAY 'QUOTE    ACCOUNT  GOOD-THR     PAYOFF PAID ON'
               '       PAID'.
       MOVE ZERO TO WS-PAID-CTR.
       MOVE SPACES TO WS-PQT-EOF.
       MOVE ZERO TO PQT-ID.
       START PQT-FILE KEY NOT LESS THAN PQT-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PQT-EOF
       END-START.
       PERFORM UNTIL WS-PQT-EOF = 'Y'
           READ PQT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PQT-EOF
               NOT AT END
                   IF PQT-PAID
                       ADD 1 TO WS-PAID-CTR
                       PERFORM 610-PAID-LINE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-PAID-CTR = ZERO
           DISPLAY 'NONE'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'QUOTE TO CLOSE OUT (BLANK = BACK):'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO PQT-ID.
       READ PQT-FILE
           INVALID KEY
               DISPLAY 'NO SUCH QUOTE'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       IF NOT PQT-PAID
           DISPLAY 'THAT QUOTE HAS NOT BEEN PAID'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE PQT-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'ACCOUNT NOT ON FILE'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       IF CH-MEMO-BAL > ZERO
           MOVE CH-MEMO-BAL TO WS-SHOW-AMT
           DISPLAY 'STILL OWING ' WS-SHOW-AMT ' - NOT CLOSED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE 'C' TO CH-STATUS.
       REWRITE CH-REC.
       MOVE 'C' TO PQT-STATUS.
       MOVE WS-TODAY TO PQT-CLOSE-DATE.
       REWRITE PQT-REC.
       MOVE 'PAYCLS' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING PQT-ID ' ' CH-ID DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'ACCOUNT ' CH-ID ' CLOSED'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       610-PAID-LINE.
       MOVE PQT-ID TO OUT-PQT-ID.
       MOVE PQT-CH-ID TO OUT-PQT-ACCT.
       MOVE PQT-GOOD-THRU TO OUT-PQT-THRU.
       MOVE PQT-AMOUNT TO OUT-PQT-AMOUNT.
       MOVE PQT-PAID-DATE TO OUT-PQT-PAID-DATE.
       MOVE PQT-PAID-AMT TO OUT-PQT-PAID-AMT.
       DISPLAY OUT-PQT-LINE.
