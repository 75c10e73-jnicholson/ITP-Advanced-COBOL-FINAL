      ******************************************************************
      *PROGRAM:  Group 3 Daily Interest Accrual
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Works out the interest each account earned
      *          today at the rate month-end will bill it at - the
      *          product rate (or its repriced rate in effect), a
      *          hardship plan's workout rate, or the penalty rate,
      *          with promotional balance transfers at their promo
      *          rate and SCRA-protected balances held to the SCRA
      *          cap - on the balance as it stands tonight: last
      *          statement balance plus the month's postings, cash
      *          advances only while the account is in grace, plan
      *          principal left out. A day's interest is the month's
      *          interest on tonight's balance over the days in the
      *          month. Each account's month-to-date accrual is kept
      *          on ACCRUAL.DAT; each night's accrual goes to the
      *          ledger feed INTACR-GL.TXT for G3-GL-EXTRACT and is
      *          listed on ACCRUAL-RPT.TXT. An account already
      *          accrued today (a rerun, or its month-end ran today)
      *          is passed over. Charged-off and special-handling
      *          accounts accrue nothing, as month-end bills them
      *          nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-INT-ACCRUE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CC-TYPE.
       COPY SELECT-PRODRATE.
       COPY SELECT-HARDSHIP.
       COPY SELECT-PENPRICE.
       COPY SELECT-SCRA.
       COPY SELECT-BALXFER.
       COPY SELECT-INSTPLAN.
       COPY SELECT-INTACCR.
       COPY SELECT-INTACR-GL.
       COPY SELECT-ACCRUAL-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-CARD-TYPE.
       COPY FD-PRODRATE.
       COPY FD-HARDSHIP.
       COPY FD-PENPRICE.
       COPY FD-SCRA.
       COPY FD-BALXFER.
       COPY FD-INSTPLAN.
       COPY FD-INTACCR.
       COPY FD-INTACR-GL.
       COPY FD-ACCRUAL-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-THIS-CYCLE               PIC 9(6) VALUE ZERO.
       01  WS-MONTH-START              PIC 9(8) VALUE ZERO.
       01  WS-NEXT-START               PIC 9(8) VALUE ZERO.
       01  WS-NX-YEAR                  PIC 9(4) VALUE ZERO.
       01  WS-NX-MONTH                 PIC 99 VALUE ZERO.
       01  WS-MONTH-DAYS               PIC 99 VALUE ZERO.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-PRR-EOF                  PIC X VALUE SPACES.
       01  WS-BXF-EOF                  PIC X VALUE SPACES.
       01  WS-INP-EOF                  PIC X VALUE SPACES.
       01  WS-CC-AVAIL                 PIC X VALUE 'N'.
       01  WS-CTY-AVAIL                PIC X VALUE 'N'.
       01  WS-PRR-AVAIL                PIC X VALUE 'N'.
       01  WS-HRD-AVAIL                PIC X VALUE 'N'.
       01  WS-PEN-AVAIL                PIC X VALUE 'N'.
       01  WS-SCR-AVAIL                PIC X VALUE 'N'.
       01  WS-BXF-AVAIL                PIC X VALUE 'N'.
       01  WS-INP-AVAIL                PIC X VALUE 'N'.
       01  WS-ACR-FOUND                PIC X VALUE 'N'.

      * TONIGHT'S TERMS AND BALANCES FOR THE ACCOUNT IN HAND.
       01  WS-RATE                     PIC V9(4) VALUE ZERO.
       01  WS-TERMS                    PIC X(8) VALUE SPACES.
       01  WS-HRD-ON                   PIC X VALUE 'N'.
       01  WS-SCRA-ON                  PIC X VALUE 'N'.
       01  WS-RUN-BAL                  PIC S9(9)V99 VALUE ZERO.
       01  WS-CASH-BAL                 PIC S9(9)V99 VALUE ZERO.
       01  WS-PAID-AMT                 PIC 9(9)V99 VALUE ZERO.
       01  WS-RATED-BAL                PIC S9(9)V99 VALUE ZERO.
       01  WS-PROMO-PRIN               PIC 9(9)V99 VALUE ZERO.
       01  WS-PROMO-INT                PIC 9(7)V9(6) VALUE ZERO.
       01  WS-INP-PRIN                 PIC 9(9)V99 VALUE ZERO.
       01  WS-SCRA-PORTION             PIC 9(9)V99 VALUE ZERO.
       01  WS-SCRA-CUT                 PIC 9(7)V9(6) VALUE ZERO.
       01  WS-MONTH-INT                PIC S9(7)V9(6) VALUE ZERO.
       01  WS-DAY-AMT                  PIC 9(5)V99 VALUE ZERO.

       01  WS-ACCT-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-SKIP-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-DAY-TOTAL                PIC 9(9)V99 VALUE ZERO.
       01  WS-MTD-TOTAL                PIC 9(11)V99 VALUE ZERO.

       01  OUT-AR-HEAD.
           03  FILLER                  PIC X(8) VALUE 'ACCOUNT'.
           03  FILLER                  PIC X(16)
                                       VALUE '   BALANCE RATED'.
           03  FILLER                  PIC X(8) VALUE '    RATE'.
           03  FILLER                  PIC X(10) VALUE '  TERMS'.
           03  FILLER                  PIC X(12)
                                       VALUE '       TODAY'.
           03  FILLER                  PIC X(15)
                                       VALUE '  MONTH-TO-DATE'.
           03  FILLER                  PIC X(6) VALUE '  DAYS'.
       01  OUT-AR-LINE.
           03  OUT-AR-ID               PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-AR-BAL              PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-AR-RATE             PIC .9999.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  OUT-AR-TERMS            PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-AR-DAY              PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  OUT-AR-MTD              PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  OUT-AR-DAYS             PIC ZZ9.
       01  OUT-AR-TOTAL.
           03  FILLER                  PIC X(10) VALUE 'ACCOUNTS: '.
           03  OUT-AR-TOT-CT           PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(19)
                                       VALUE '   ACCRUED TONIGHT '.
           03  OUT-AR-TOT-DAY          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(17)
                                       VALUE '   MONTH-TO-DATE '.
           03  OUT-AR-TOT-MTD          PIC Z,ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-INT-ACCRUE' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY (1:6) TO WS-THIS-CYCLE.
           PERFORM 150-LOAD-PARMS.
           PERFORM 160-MONTH-DAYS.
           OPEN INPUT CH-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'INTEREST ACCRUAL - NO CARDHOLDER FILE'
               GOBACK
           END-IF.
           PERFORM 170-OPEN-FILES.
           OPEN OUTPUT ACCRUAL-RPT-FILE.
           MOVE SPACES TO ACCRUAL-RPT-LINE.
           STRING 'DAILY INTEREST ACCRUAL - ' WS-TODAY
                   '   DAYS IN MONTH ' WS-MONTH-DAYS
                   DELIMITED BY SIZE INTO ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE.
           MOVE SPACES TO ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE FROM OUT-AR-HEAD.
           OPEN EXTEND IAG-FILE.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CH-EOF
           END-START.
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ CH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF NOT CH-STAT-CHARGED-OFF
                               AND NOT CH-SH-CODED
                           PERFORM 200-ACCRUE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-ACCT-CTR TO OUT-AR-TOT-CT.
           MOVE WS-DAY-TOTAL TO OUT-AR-TOT-DAY.
           MOVE WS-MTD-TOTAL TO OUT-AR-TOT-MTD.
           MOVE SPACES TO ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE.
           WRITE ACCRUAL-RPT-LINE FROM OUT-AR-TOTAL.
           IF WS-SKIP-CTR > ZERO
               MOVE SPACES TO ACCRUAL-RPT-LINE
               STRING 'ALREADY ACCRUED TODAY, PASSED OVER: '
                       WS-SKIP-CTR
                       DELIMITED BY SIZE INTO ACCRUAL-RPT-LINE
               WRITE ACCRUAL-RPT-LINE
           END-IF.
           CLOSE CH-FILE
                 ACR-FILE
                 IAG-FILE
                 ACCRUAL-RPT-FILE.
           PERFORM 180-CLOSE-FILES.
           MOVE 'ACCRUAL-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-INT-ACCRUE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'INTEREST ACCRUAL COMPLETE - ACCOUNTS: '
                   WS-ACCT-CTR ' ACCRUED: ' WS-DAY-TOTAL.
           GOBACK.
      ******************************************************************
      * THE SAME RATES MONTH-END WILL BILL AT; ANY NOBODY HAS
      * SCHEDULED KEEP THEIR WS-CAP1 VALUE.
      ******************************************************************
       150-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'FINCHG-RATE' TO WS-PARM-NAME.
       MOVE CAP1-FINCHG-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-FINCHG-RATE.
       MOVE 'PENALTY-RATE' TO WS-PARM-NAME.
       MOVE CAP1-PENALTY-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PENALTY-RATE.
       MOVE 'SCRA-RATE' TO WS-PARM-NAME.
       MOVE CAP1-SCRA-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-SCRA-RATE.
      ******************************************************************
      * THE RATES ARE MONTHLY, SO A DAY EARNS ONE DAY'S SHARE OF THE
      * CALENDAR MONTH IT FALLS IN.
      ******************************************************************
       160-MONTH-DAYS.
       MOVE WS-TODAY TO WS-MONTH-START.
       MOVE '01' TO WS-MONTH-START (7:2).
       MOVE WS-TODAY (1:4) TO WS-NX-YEAR.
       MOVE WS-TODAY (5:2) TO WS-NX-MONTH.
       IF WS-NX-MONTH = 12
           ADD 1 TO WS-NX-YEAR
           MOVE 1 TO WS-NX-MONTH
       ELSE
           ADD 1 TO WS-NX-MONTH
       END-IF.
       MOVE WS-NX-YEAR TO WS-NEXT-START (1:4).
       MOVE WS-NX-MONTH TO WS-NEXT-START (5:2).
       MOVE '01' TO WS-NEXT-START (7:2).
       COMPUTE WS-MONTH-DAYS =
           FUNCTION INTEGER-OF-DATE (WS-NEXT-START)
           - FUNCTION INTEGER-OF-DATE (WS-MONTH-START).
      ******************************************************************
      * THE TERMS FILES ARE READ WHERE THEY EXIST; A SYSTEM WITHOUT
      * ONE SIMPLY HAS NO ACCOUNT ON THOSE TERMS. A FIRST RUN BUILDS
      * THE ACCRUAL FILE.
      ******************************************************************
       170-OPEN-FILES.
       OPEN INPUT CC-TRAN-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-CC-AVAIL
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
       OPEN INPUT BXF-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-BXF-AVAIL
       END-IF.
       OPEN INPUT INP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-INP-AVAIL
       END-IF.
       OPEN I-O ACR-FILE.
       IF WS-STAT = 35
           OPEN OUTPUT ACR-FILE
           CLOSE ACR-FILE
           OPEN I-O ACR-FILE
       END-IF.
      ******************************************************************
       180-CLOSE-FILES.
       IF WS-CC-AVAIL = 'Y'
           CLOSE CC-TRAN-FILE
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
       IF WS-BXF-AVAIL = 'Y'
           CLOSE BXF-FILE
       END-IF.
       IF WS-INP-AVAIL = 'Y'
           CLOSE INP-FILE
       END-IF.
      ******************************************************************
      * ONE ACCOUNT: SKIP IT IF TODAY IS ALREADY IN ITS ACCRUAL, ELSE
      * PRICE TONIGHT'S BALANCE AND BOOK THE DAY.
      ******************************************************************
       200-ACCRUE-ONE.
       MOVE 'N' TO WS-ACR-FOUND.
       MOVE CH-ID TO ACR-CH-ID.
       READ ACR-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-ACR-FOUND
       END-READ.
       IF WS-ACR-FOUND = 'Y' AND ACR-LAST-DATE = WS-TODAY
           ADD 1 TO WS-SKIP-CTR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-TONIGHT-BAL.
       PERFORM 400-TERMS.
       PERFORM 500-RATED-BAL.
       MOVE ZERO TO WS-MONTH-INT.
       MOVE ZERO TO WS-DAY-AMT.
       IF WS-RATED-BAL > ZERO OR WS-PROMO-INT > ZERO
           COMPUTE WS-MONTH-INT =
               WS-RATED-BAL * WS-RATE + WS-PROMO-INT - WS-SCRA-CUT
       END-IF.
       IF WS-MONTH-INT > ZERO
           COMPUTE WS-DAY-AMT ROUNDED = WS-MONTH-INT / WS-MONTH-DAYS
       END-IF.
       IF WS-DAY-AMT = ZERO AND WS-ACR-FOUND NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 600-POST-DAY.
      ******************************************************************
      * TONIGHT'S BALANCE IS THE LAST STATEMENT BALANCE MOVED BY
      * EVERY POSTING SINCE, COUNTED THE WAY MONTH-END COUNTS THEM:
      * UNDISPUTED CHARGES UP, PAYMENTS AND REFUNDS DOWN, CASH
      * ADVANCES KEPT ASIDE FOR THE GRACE TEST, PAYMENTS SUMMED.
      ******************************************************************
       300-TONIGHT-BAL.
       MOVE CH-BAL TO WS-RUN-BAL.
       MOVE ZERO TO WS-CASH-BAL.
       MOVE ZERO TO WS-PAID-AMT.
       IF WS-CC-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE SPACES TO WS-CC-EOF.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CC-EOF
       END-START.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF CC-ID NOT EQUAL CH-ID
                       MOVE 'Y' TO WS-CC-EOF
                   ELSE
                       PERFORM 310-TRAN-ONE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-TRAN-ONE.
       IF CC-TYPE-CHARGE AND NOT CC-IS-DISPUTED
           ADD CC-TRAN-PRICE TO WS-RUN-BAL
       END-IF.
       IF CC-TYPE-CASHADV AND NOT CC-IS-DISPUTED
           ADD CC-TRAN-PRICE TO WS-CASH-BAL
       END-IF.
       IF CC-TYPE-CREDIT
           SUBTRACT CC-TRAN-PRICE FROM WS-RUN-BAL
       END-IF.
       IF CC-TYPE-PAYMENT
           ADD CC-TRAN-PRICE TO WS-PAID-AMT
       END-IF.
      ******************************************************************
      * THE RATE MONTH-END WILL BILL AT: THE PRODUCT RATE (OR ITS
      * LATEST REPRICING IN EFFECT TODAY), A HARDSHIP PLAN'S RATE
      * OVER THAT, OTHERWISE THE PENALTY RATE FOR AN ACCOUNT ON
      * PENALTY PRICING OR DUE TO GO ON IT THIS CYCLE. SCRA IS NOTED
      * FOR THE CAP IN 500.
      ******************************************************************
       400-TERMS.
       MOVE CAP1-FINCHG-RATE TO WS-RATE.
       MOVE 'STANDARD' TO WS-TERMS.
       MOVE 'N' TO WS-HRD-ON.
       MOVE 'N' TO WS-SCRA-ON.
       IF WS-CTY-AVAIL = 'Y'
           MOVE CH-CTY-ID TO CTY-ID
           READ CTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTY-FINCHG-RATE TO WS-RATE
                   PERFORM 410-RATE-IN-EFFECT
           END-READ
       END-IF.
       IF WS-HRD-AVAIL = 'Y'
           MOVE CH-ID TO HRD-CH-ID
           READ HRD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HRD-ACTIVE
                       MOVE 'Y' TO WS-HRD-ON
                       MOVE HRD-RATE TO WS-RATE
                       MOVE 'HARDSHIP' TO WS-TERMS
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
                       MOVE 'PENALTY' TO WS-TERMS
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
                       MOVE 'SCRA' TO WS-TERMS
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
       410-RATE-IN-EFFECT.
       IF WS-PRR-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PRR-EOF.
       MOVE CTY-ID TO PRR-CTY-ID.
       MOVE ZERO TO PRR-EFF-DATE.
       START PRR-FILE KEY NOT LESS THAN PRR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRR-EOF
       END-START.
       PERFORM UNTIL WS-PRR-EOF = 'Y'
           READ PRR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRR-EOF
               NOT AT END
                   IF PRR-CTY-ID NOT = CTY-ID
                           OR PRR-EFF-DATE > WS-TODAY
                       MOVE 'Y' TO WS-PRR-EOF
                   ELSE
                       IF NOT PRR-SUPERSEDED
                           MOVE PRR-RATE TO WS-RATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * IN GRACE (NOTHING OWED AT THE LAST STATEMENT, OR IT HAS BEEN
      * PAID OFF) ONLY CASH ADVANCES EARN INTEREST. OTHERWISE THE
      * BALANCE EARNS LESS ITS INSTALLMENT PLAN PRINCIPAL AND ITS
      * PROMOTIONAL TRANSFERS, WHICH EARN AT THEIR PROMO RATE. THE
      * PRE-SERVICE SHARE OF AN SCRA ACCOUNT EARNS NO MORE THAN THE
      * SCRA CAP.
      ******************************************************************
       500-RATED-BAL.
       MOVE ZERO TO WS-PROMO-PRIN.
       MOVE ZERO TO WS-PROMO-INT.
       MOVE ZERO TO WS-INP-PRIN.
       MOVE ZERO TO WS-SCRA-CUT.
       IF CH-BAL <= ZERO OR WS-PAID-AMT >= CH-BAL
           MOVE WS-CASH-BAL TO WS-RATED-BAL
       ELSE
           PERFORM 510-PROMO-BUCKET
           PERFORM 520-INST-BUCKET
           COMPUTE WS-RATED-BAL =
               WS-RUN-BAL - WS-PROMO-PRIN - WS-INP-PRIN
       END-IF.
       IF WS-RATED-BAL < ZERO
           MOVE ZERO TO WS-RATED-BAL
       END-IF.
       IF WS-SCRA-ON = 'Y' AND WS-RATE > CAP1-SCRA-RATE
           MOVE SCR-PRE-BAL TO WS-SCRA-PORTION
           IF WS-SCRA-PORTION > WS-RATED-BAL
               MOVE WS-RATED-BAL TO WS-SCRA-PORTION
           END-IF
           COMPUTE WS-SCRA-CUT =
               WS-SCRA-PORTION * (WS-RATE - CAP1-SCRA-RATE)
       END-IF.
      ******************************************************************
       510-PROMO-BUCKET.
       IF WS-BXF-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-BXF-EOF.
       MOVE CH-ID TO BXF-CH-ID.
       MOVE ZERO TO BXF-SEQ.
       START BXF-FILE KEY NOT LESS THAN BXF-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BXF-EOF
       END-START.
       PERFORM UNTIL WS-BXF-EOF = 'Y'
           READ BXF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BXF-EOF
               NOT AT END
                   IF BXF-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-BXF-EOF
                   ELSE
                       IF BXF-PROMO-OPEN
                               AND WS-THIS-CYCLE <= BXF-PROMO-UNTIL
                           ADD BXF-AMOUNT TO WS-PROMO-PRIN
                           COMPUTE WS-PROMO-INT = WS-PROMO-INT +
                               BXF-AMOUNT * BXF-PROMO-RATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       520-INST-BUCKET.
       IF WS-INP-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-INP-EOF.
       MOVE CH-ID TO INP-CH-ID.
       MOVE ZERO TO INP-SEQ.
       START INP-FILE KEY NOT LESS THAN INP-KEY
           INVALID KEY
               MOVE 'Y' TO WS-INP-EOF
       END-START.
       PERFORM UNTIL WS-INP-EOF = 'Y'
           READ INP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INP-EOF
               NOT AT END
                   IF INP-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-INP-EOF
                   ELSE
                       IF INP-ACTIVE
                           ADD INP-BALANCE TO WS-INP-PRIN
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE FIRST ACCRUAL OF A MONTH STARTS THE RECORD OVER FROM
      * ZERO; MONTH-END HAS NORMALLY ALREADY DONE SO.
      ******************************************************************
       600-POST-DAY.
       IF WS-ACR-FOUND NOT = 'Y'
           MOVE ZERO TO ACR-MTD-AMT
           MOVE ZERO TO ACR-DAYS
           MOVE WS-TODAY TO ACR-START-DATE
       END-IF.
       IF ACR-START-DATE = ZERO
           MOVE WS-TODAY TO ACR-START-DATE
       END-IF.
       ADD WS-DAY-AMT TO ACR-MTD-AMT.
       ADD 1 TO ACR-DAYS.
       MOVE WS-TODAY TO ACR-LAST-DATE.
       MOVE WS-RATE TO ACR-LAST-RATE.
       MOVE WS-RATED-BAL TO ACR-LAST-BAL.
       MOVE WS-DAY-AMT TO ACR-LAST-AMT.
       IF WS-ACR-FOUND = 'Y'
           REWRITE ACR-REC
       ELSE
           WRITE ACR-REC
       END-IF.
       IF WS-DAY-AMT > ZERO
           MOVE SPACES TO IAG-REC
           MOVE WS-TODAY TO IAG-DATE
           MOVE CH-ID TO IAG-CH-ID
           MOVE '+' TO IAG-SIGN
           MOVE WS-DAY-AMT TO IAG-AMOUNT
           WRITE IAG-REC
           ADD 1 TO WS-ACCT-CTR
           ADD WS-DAY-AMT TO WS-DAY-TOTAL
           MOVE CH-ID TO OUT-AR-ID
           MOVE WS-RATED-BAL TO OUT-AR-BAL
           MOVE WS-RATE TO OUT-AR-RATE
           MOVE WS-TERMS TO OUT-AR-TERMS
           MOVE WS-DAY-AMT TO OUT-AR-DAY
           MOVE ACR-MTD-AMT TO OUT-AR-MTD
           MOVE ACR-DAYS TO OUT-AR-DAYS
           WRITE ACCRUAL-RPT-LINE FROM OUT-AR-LINE
       END-IF.
       ADD ACR-MTD-AMT TO WS-MTD-TOTAL.
