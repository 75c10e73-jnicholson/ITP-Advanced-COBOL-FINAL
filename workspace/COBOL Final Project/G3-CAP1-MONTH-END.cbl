      *DATE:     4/24/2014
      *ABSTRACT: Program to recalc month-end totals.
      *MODIFICATION HISTORY:
      *  10/15  - INTEREST ACCRUAL TRUE-UP: AS EACH CYCLE ACCOUNT
      *           BILLS, THE MONTH'S ACCRUAL KEPT BY THE NIGHTLY
      *           G3-CAP1-INT-ACCRUE (ACCRUAL.DAT) IS REVERSED TO THE
      *           LEDGER FEED INTACR-GL.TXT, ANY DIFFERENCE BETWEEN
      *           INTEREST ACCRUED AND FINANCE CHARGE BILLED IS LISTED
      *           ON ACRVAR-RPT.TXT, AND THE ACCRUAL STARTS OVER.
      *  10/15  - PREVIEW (TRIAL RUN): ANSWERING Y AT THE PREVIEW
      *           PROMPT RUNS THE CYCLE'S CALCULATIONS (180 THROUGH
      *           272) WITH EVERY FILE OPENED FOR INPUT AND NO
      *           POSTING, NOTICE, MAIL OR AUDIT, AND WRITES
      *           MEPREVIEW-RPT.TXT INSTEAD: EACH ACCOUNT'S INTEREST,
      *           FEES, NEW MINIMUM DUE AND DUE DATE, WHO WOULD ROLL
      *           DELINQUENT OR CHARGE OFF, THE TOTALS, AND A
      *           VARIANCE SECTION FOR ACCOUNTS WHOSE CHARGES OR
      *           MINIMUM LOOK OUT OF LINE (PV-CHG-PCT, PV-MIN-PCT).
      *  10/15  - EACH RUN OF THE CHARGE-OFF, PENALTY AND SCRA
      *           REPORTS IS FILED IN THE REPORT REPOSITORY
      *           (G3-RPT-FILE).
      *  10/15  - SCRA: WHILE AN ACCOUNT'S PROTECTION ON SCRA.DAT IS
      *           IN EFFECT (PROOF RECEIVED, RUN DATE INSIDE THE
      *           SERVICE DATES), INTEREST PLUS FEES ON THE BALANCE
      *           CARRIED FROM BEFORE SERVICE ARE CAPPED AT
      *           CAP1-SCRA-RATE (6% APR): THE FINANCE CHARGE ON THAT
      *           PORTION IS CUT BACK TO THE CAP AND THE LATE AND
      *           ANNUAL FEES POST ONLY INTO WHATEVER ROOM IS LEFT.
      *           THE AMOUNT GIVEN UP IS FILED ON THE SCRA RECORD
      *           AND LISTED PER ACCOUNT ON SCRA-RPT.TXT.
      *  10/15  - SPECIAL HANDLING: AN ACCOUNT CODED BANKRUPT OR
      *           DECEASED (CH-SPEC-HANDLING) ROLLS ITS PAYMENTS BUT
      *           TAKES NO INTEREST, LATE, ANNUAL OR PENALTY PRICING
      *           AND NO LATE-FEE NOTICE; ITS MINIMUM DUE AND DUE
      *           DATE CLEAR AND ITS MISSED-CYCLE STREAK IS HELD
      *           (261-SPECIAL-HANDLING).
      *  10/15  - VARIABLE-RATE PRODUCTS: THE PRODUCT RATE IS THE
      *           LATEST NON-SUPERSEDED ENTRY ON THE PRODUCT RATE
      *           HISTORY (PRODRATE.DAT) IN EFFECT ON THE RUN DATE,
      *           SO A REPRICING APPLIES FROM THE FIRST CYCLE AFTER
      *           ITS NOTICE PERIOD EVEN BEFORE THE NIGHTLY REPRICE
      *           HAS COPIED IT TO CTY-FINCHG-RATE.
      *  10/15  - PENALTY PRICING: AN ACCOUNT REACHING
      *           CAP1-PENALTY-CYCLES STRAIGHT MISSES IS SENT THE
      *           PENALTY NOTICE (TEMPLATE PENALTY) WITH AN EFFECTIVE
      *           DATE CAP1-PENALTY-NOTICE-DY DAYS OUT, FILED ON
      *           PENPRICE.DAT; THE FIRST CYCLE ON OR AFTER THAT DATE
      *           RATES IT AT THE PRODUCT'S CTY-PENALTY-RATE (HOUSE
      *           CAP1-PENALTY-RATE WHEN NONE), AND
      *           CAP1-PENALTY-CURE-CYC CONSECUTIVE ON-TIME CYCLES ON
      *           STMT-HIST.DAT RESTORE THE STANDARD RATE (TEMPLATE
      *           PENCURE). EVERY ACCOUNT NOTICED, REPRICED, CURED, OR
      *           WITHDRAWN IS LISTED ON PENALTY-RPT.TXT.
      *  10/15  - PAYMENT ALLOCATION: AFTER THE ROLL, 285-SEGMENT-ROLL
      *           RE-STATES THE ACCOUNT'S BALANCE SEGMENTS ON
      *           SEGBAL.DAT FROM THE NEW CH-BAL - PLAN PRINCIPAL
      *           FROM INSTPLAN.DAT, OPEN PROMO TRANSFERS FROM
      *           BALXFER.DAT, CASH CARRIED PLUS THE CYCLE'S CASH
      *           ADVANCES, AND PURCHASES AS THE REST - AND CLEARS
      *           THE MINIMUM-PAID METER FOR THE NEW MINIMUM DUE.
      *  10/15  - THE DUE DATE ROLLS TO THE NEXT BUSINESS DAY WHEN
      *           CAP1-DUE-DAY LANDS ON A WEEKEND OR A DATE ON THE
      *           HOLIDAY CALENDAR (G3-BUSDAY), AND A PAYMENT
      *           RECEIVED BY THE BUSINESS DAY AFTER A WEEKEND OR
      *           HOLIDAY DUE DATE STILL COUNTS AS ON TIME FOR THE
      *           LATE-FEE TEST.
      *  10/15  - THE FINANCE RATE AND LATE FEE FALLBACKS AND THE
      *           CHARGE-OFF CYCLE COUNT ARE READ FROM THE SYSTEM
      *           PARAMETER MASTER (PARM.DAT) AS IN EFFECT ON THE RUN
      *           DATE, SO A NEW VALUE NEEDS NO RECOMPILE.
      *  9/1    - BALANCE TRANSFERS: A 'B' TRANSACTION ROLLS INTO THE
      *           BALANCE LIKE ANY CHARGE, BUT THE TRANSFERRED BUCKET
      *           ON BALXFER.DAT RATES AT ITS PROMOTIONAL RATE IN THE
      *           SO A MERCHANT'S CHARGES LOST THEIR ATTRIBUTION THE
      *           MOMENT MONTH-END PURGED THE CYCLE THEY WERE IN. ADDED
      *           CC-ARCH-MER-ID TO FD-CC-ARCH.cpy AND NOW COPIES IT.
      *  10/15  - 300-DELETE LEAVES A DISPUTED CHARGE LIVE WHILE ITS
      *           DISPUTE IS STILL OPEN ON DISPUTE.DAT, SO A CASE LOST
      *           AFTER MONTH-END CAN STILL REVERSE THE CREDIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-MONTH-END IS INITIAL.
       COPY SELECT-INSTPLAN.
       COPY SELECT-HARDSHIP.
       COPY SELECT-CHGOFF-MST.
       COPY SELECT-SEGBAL.
       COPY SELECT-PENPRICE.
       COPY SELECT-STMT-HIST.
       COPY SELECT-PRODRATE.
       COPY SELECT-SCRA.
       COPY SELECT-MEPREVIEW-RPT.
       COPY SELECT-INTACCR.
       COPY SELECT-INTACR-GL.
       COPY SELECT-ACRVAR-RPT.
       COPY SELECT-DISPUTE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-INSTPLAN.
       COPY FD-HARDSHIP.
       COPY FD-CHGOFF-MST.
       COPY FD-SEGBAL.
       COPY FD-PENPRICE.
       COPY FD-STMT-HIST.
       COPY FD-PRODRATE.
       COPY FD-SCRA.
       COPY FD-MEPREVIEW-RPT.
       COPY FD-INTACCR.
       COPY FD-INTACR-GL.
       COPY FD-ACRVAR-RPT.
       COPY FD-DISPUTE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-HRD-MONTHLY              PIC 9(7)V99 VALUE ZERO.
       01  WS-HRD-WAIVE                PIC X VALUE 'N'.
       01  WS-COF-AVAIL                PIC X VALUE 'N'.
       01  WS-SEG-AVAIL                PIC X VALUE 'N'.
       01  WS-SEG-NEW                  PIC X VALUE 'N'.
       01  WS-CYCLE-CASH               PIC 9(9)V99 VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-PEN-AVAIL                PIC X VALUE 'N'.
       01  WS-PRR-AVAIL                PIC X VALUE 'N'.
       01  WS-PRR-EOF                  PIC X VALUE SPACES.
       01  WS-STMT-AVAIL               PIC X VALUE 'N'.
       01  WS-PEN-HIT                  PIC X VALUE 'N'.
       01  WS-PEN-STOP                 PIC X VALUE 'N'.
       01  WS-PEN-ON-TIME              PIC 9(2) VALUE ZERO.
       01  WS-PEN-DAYS                 PIC 9(8) VALUE ZERO.
       01  WS-PEN-EVENT                PIC X(10) VALUE SPACES.
       01  WS-PEN-CYCLE.
           03  WS-PEN-CYC-YR           PIC 9(4).
           03  WS-PEN-CYC-MO           PIC 9(2).
       01  WS-PEN-APR                  PIC 9(3)V99 VALUE ZERO.
       01  WS-SCR-AVAIL                PIC X VALUE 'N'.
       01  WS-SCRA-ON                  PIC X VALUE 'N'.
       01  WS-SCRA-PORTION             PIC S9(9)V99 VALUE ZERO.
       01  WS-SCRA-FULL                PIC 9(7)V99 VALUE ZERO.
       01  WS-SCRA-CAPPED              PIC 9(7)V99 VALUE ZERO.
       01  WS-SCRA-CUT                 PIC 9(7)V99 VALUE ZERO.
       01  WS-SCRA-ROOM                PIC 9(7)V99 VALUE ZERO.
       01  WS-SCRA-FORGONE             PIC 9(7)V99 VALUE ZERO.
       01  WS-FEE-AMT                  PIC 9(4)V99 VALUE ZERO.
       01  OUT-SCRA-HEAD.
           03  FILLER                  PIC X(24)
                   VALUE 'SCRA PROTECTION - CYCLE '.
           03  OUT-SCRA-HEAD-CYC       PIC 9(6).
           03  FILLER                  PIC X(6) VALUE ' CODE '.
           03  OUT-SCRA-HEAD-CODE      PIC 9.
       01  OUT-SCRA-LINE.
           03  OUT-SCRA-ID             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-SCRA-END            PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-SCRA-PROT           PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-SCRA-FORGONE        PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-SCRA-TOTAL          PIC ZZZZZZ9.99.
       01  OUT-PEN-HEAD.
           03  FILLER                  PIC X(24)
                   VALUE 'PENALTY PRICING - CYCLE '.
           03  OUT-PEN-HEAD-CYC        PIC 9(6).
           03  FILLER                  PIC X(6) VALUE ' CODE '.
           03  OUT-PEN-HEAD-CODE       PIC 9.
       01  OUT-PEN-LINE.
           03  OUT-PEN-ID              PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-PEN-EVENT           PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-PEN-APR             PIC ZZ9.99.
           03  FILLER                  PIC X(6) VALUE '% APR '.
           03  OUT-PEN-DATE            PIC 9(8).

      * INTEREST ACCRUAL TRUE-UP: WHAT THE NIGHTLY ACCRUAL BOOKED FOR
      * THE MONTH AGAINST WHAT THE CYCLE ACTUALLY BILLED.
       01  WS-ACR-AVAIL                PIC X VALUE 'N'.
       01  WS-ACR-FOUND                PIC X VALUE 'N'.
       01  WS-ACR-BILLED               PIC 9(7)V99 VALUE ZERO.
       01  WS-ACR-DIFF                 PIC S9(7)V99 VALUE ZERO.
       01  WS-ACR-ACCTS                PIC 9(7) VALUE ZERO.
       01  WS-ACR-VAR-CT               PIC 9(7) VALUE ZERO.
       01  WS-ACR-T-ACCRUED            PIC 9(9)V99 VALUE ZERO.
       01  WS-ACR-T-BILLED             PIC 9(9)V99 VALUE ZERO.
       01  WS-ACR-T-DIFF               PIC S9(9)V99 VALUE ZERO.
       01  OUT-AV-HEAD.
           03  FILLER                  PIC X(35)
                   VALUE 'INTEREST ACCRUAL VS BILLED - CYCLE '.
           03  OUT-AV-HEAD-CYC         PIC 9(6).
           03  FILLER                  PIC X(6) VALUE ' CODE '.
           03  OUT-AV-HEAD-CODE        PIC 9.
       01  OUT-AV-COLS.
           03  FILLER                  PIC X(14) VALUE 'ACCOUNT   DAYS'.
           03  FILLER                  PIC X(13) VALUE '      ACCRUED'.
           03  FILLER                  PIC X(13) VALUE '       BILLED'.
           03  FILLER                  PIC X(14)
                                       VALUE '    DIFFERENCE'.
       01  OUT-AV-LINE.
           03  OUT-AV-ID               PIC 9(8).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  OUT-AV-DAYS             PIC ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-AV-ACCRUED          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-AV-BILLED           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-AV-DIFF             PIC Z,ZZZ,ZZ9.99-.
       01  OUT-AV-TOTAL.
           03  FILLER                  PIC X(10) VALUE 'ACCOUNTS: '.
           03  OUT-AV-T-ACCTS          PIC ZZZZZZ9.
           03  FILLER                  PIC X(11) VALUE '  ACCRUED: '.
           03  OUT-AV-T-ACCRUED        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(10) VALUE '  BILLED: '.
           03  OUT-AV-T-BILLED         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(8) VALUE '  DIFF: '.
           03  OUT-AV-T-DIFF           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-SEL-CYCLE                PIC 9 VALUE ZERO.
       01  WS-RC-EOF                   PIC X VALUE SPACES.
       01  WS-RC-IDX                   PIC 9 VALUE ZERO.
       01  WS-RC-CODE-N                PIC 9 VALUE ZERO.
       01  WS-PURGE-THIS               PIC X VALUE 'Y'.
       01  WS-DSP-AVAIL                PIC X VALUE 'N'.
       01  WS-DSP-EOF                  PIC X VALUE SPACES.
       01  WS-DSP-KEPT-CT              PIC 9(5) VALUE ZERO.
       01  WS-RUNCTL-TABLE.
           03  WS-RC-ENTRY OCCURS 9 TIMES.
               05  WS-RC-PRESENT       PIC X.
       01  WS-PROD-RATE                PIC V9(4) VALUE ZERO.
       01  WS-PROD-LATEFEE             PIC 9(4)V99 VALUE ZERO.
       01  WS-PROD-ANNUAL              PIC 9(4)V99 VALUE ZERO.
       01  WS-PROD-PEN-RATE            PIC V9(4) VALUE ZERO.
       01  WS-PROD-STD-RATE            PIC V9(4) VALUE ZERO.
       01  OUT-CHGOFF-LINE.
           03  OUT-CHGOFF-ID           PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  WS-DUE-YR               PIC 9(4).
           03  WS-DUE-MO               PIC 9(2).
           03  WS-DUE-DY               PIC 9(2).
       01  WS-DUE-RAW                  PIC 9(8) VALUE ZERO.
       01  WS-DUE-ROLLED               PIC 9(8) VALUE ZERO.
       01  WS-GRACE-RAW                PIC 9(8) VALUE ZERO.
       01  WS-GRACE-DUE                PIC 9(8) VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
       01  WS-TPL-CODE                 PIC X(8) VALUE SPACES.
       01  WS-TPL-NAME2                PIC X(20) VALUE SPACES.
       01  WS-TPL-AMT                  PIC X(12) VALUE SPACES.
       01  WS-TPL-APR-ED               PIC ZZ9.99.
       01  WS-TPL-DATE                 PIC X(8) VALUE SPACES.
       01  WS-PREVIEW                  PIC X VALUE 'N'.
       01  WS-PV-INT                   PIC 9(7)V99 VALUE ZERO.
       01  WS-PV-LATE                  PIC 9(4)V99 VALUE ZERO.
       01  WS-PV-ANNUAL                PIC 9(4)V99 VALUE ZERO.
       01  WS-PV-CHARGES               PIC 9(7)V99 VALUE ZERO.
       01  WS-PV-OLD-MIN               PIC 9(7)V99 VALUE ZERO.
       01  WS-PV-SWING                 PIC 9(7)V99 VALUE ZERO.
       01  WS-PV-FLAG                  PIC X(12) VALUE SPACES.
       01  WS-PV-REASON                PIC X(20) VALUE SPACES.
       01  WS-PV-CHG-PCT               PIC 9(3) VALUE ZERO.
       01  WS-PV-MIN-PCT               PIC 9(3) VALUE ZERO.
       01  WS-PV-TOTALS.
           03  WS-PV-ACCTS             PIC 9(7).
           03  WS-PV-T-INT             PIC 9(9)V99.
           03  WS-PV-T-LATE            PIC 9(9)V99.
           03  WS-PV-LATE-CT           PIC 9(7).
           03  WS-PV-T-ANNUAL          PIC 9(9)V99.
           03  WS-PV-ANNUAL-CT         PIC 9(7).
           03  WS-PV-T-MIN             PIC 9(11)V99.
           03  WS-PV-DELQ-CT           PIC 9(7).
           03  WS-PV-COF-CT            PIC 9(7).
           03  WS-PV-COF-BAL           PIC S9(11)V99.
           03  WS-PV-VAR-CT            PIC 9(7).
      * THE VARIANCE SECTION PRINTS AFTER THE TOTALS, SO THE FLAGGED
      * ACCOUNTS ARE HELD HERE; ANY PAST THE TABLE ARE ONLY COUNTED.
       01  WS-PV-VAR-TABLE.
           03  WS-PV-VAR OCCURS 500 TIMES.
               05  WS-PV-VAR-ID        PIC 9(8).
               05  WS-PV-VAR-REASON    PIC X(20).
               05  WS-PV-VAR-START     PIC S9(9)V99.
               05  WS-PV-VAR-CHARGES   PIC 9(7)V99.
               05  WS-PV-VAR-OLD-MIN   PIC 9(7)V99.
               05  WS-PV-VAR-NEW-MIN   PIC 9(7)V99.
       01  WS-PV-VAR-IDX               PIC 9(4) VALUE ZERO.
       01  OUT-PV-HEAD1.
           03  FILLER                  PIC X(26)
                   VALUE 'MONTH-END PREVIEW - CYCLE '.
           03  OUT-PV-HEAD-CYC         PIC 9(6).
           03  FILLER                  PIC X(6) VALUE ' CODE '.
           03  OUT-PV-HEAD-CODE        PIC 9.
           03  FILLER                  PIC X(30)
                   VALUE ' - TRIAL RUN, NO FILES UPDATED'.
       01  OUT-PV-HEAD2.
           03  FILLER                  PIC X(45) VALUE
               'ACCOUNT     INTEREST LATE FEE  ANNUAL     NEW'.
           03  FILLER                  PIC X(45) VALUE
               ' BALANCE   LAST MIN    NEW MIN DUE DATE  FLAG'.
       01  OUT-PV-LINE.
           03  OUT-PV-ID               PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-INT              PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-LATE             PIC ZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-ANNUAL           PIC ZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-BAL              PIC -ZZZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-OLD-MIN          PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-NEW-MIN          PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-DUE              PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-PV-FLAG             PIC X(12).
       01  OUT-PV-TOTAL.
           03  OUT-PV-T-LABEL          PIC X(30).
           03  OUT-PV-T-CT             PIC ZZZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-PV-T-AMT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  OUT-PV-VAR-HEAD.
           03  FILLER                  PIC X(44) VALUE
               'ACCOUNT   REASON                BAL CARRIED'.
           03  FILLER                  PIC X(33) VALUE
               '    CHARGES   LAST MIN    NEW MIN'.
       01  OUT-PV-VAR-LINE.
           03  OUT-PV-VAR-ID           PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-PV-VAR-REASON       PIC X(20).
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-VAR-START        PIC -ZZZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-VAR-CHARGES      PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-VAR-OLD-MIN      PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-PV-VAR-NEW-MIN      PIC ZZZZZZ9.99.
       
       SCREEN SECTION.
       01  BLANK-SCREEN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-THIS-CYCLE (1:4).
           MOVE WS-MONTH TO WS-THIS-CYCLE (5:2).
           MOVE WS-YEAR  TO WS-RUN-DATE (1:4).
           MOVE WS-MONTH TO WS-RUN-DATE (5:2).
           MOVE WS-DAY   TO WS-RUN-DATE (7:2).
           PERFORM 045-LOAD-PARMS.
           DISPLAY BLANK-SCREEN.
           DISPLAY 'BILLING CYCLE CODE TO RUN (1-9):'.
           ACCEPT WS-SEL-CYCLE.
           IF WS-SEL-CYCLE = ZERO
               MOVE 1 TO WS-SEL-CYCLE
           END-IF.
           DISPLAY 'PREVIEW ONLY - TRIAL RUN, NO FILES UPDATED (Y/N):'.
           ACCEPT WS-PREVIEW.
           IF WS-PREVIEW = 'y'
               MOVE 'Y' TO WS-PREVIEW
           END-IF.
           IF WS-PREVIEW = 'Y'
               PERFORM 800-PREVIEW-RUN
               DISPLAY BLANK-SCREEN
               DISPLAY 'MONTH-END PREVIEW FOR ' WS-THIS-CYCLE
                       ' CYCLE ' WS-SEL-CYCLE
                       ' WRITTEN TO MEPREVIEW-RPT.TXT'
               DISPLAY 'ACCOUNTS: ' WS-PV-ACCTS
                       '  FLAGGED FOR REVIEW: ' WS-PV-VAR-CT
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT CAP1-RESP
               EXIT PROGRAM
           END-IF.
           PERFORM 050-CHECK-CKPT.
           PERFORM 060-CHECK-RUNCTL.
           IF WS-RUN-OK NOT = 'Y'
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-COF-AVAIL
           END-IF
           OPEN I-O SEG-FILE
           IF WS-STAT = 35
               CLOSE SEG-FILE
               OPEN OUTPUT SEG-FILE
               CLOSE SEG-FILE
               OPEN I-O SEG-FILE
           END-IF
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SEG-AVAIL
           END-IF
           OPEN I-O PEN-FILE
           IF WS-STAT = 35
               CLOSE PEN-FILE
               OPEN OUTPUT PEN-FILE
               CLOSE PEN-FILE
               OPEN I-O PEN-FILE
           END-IF
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PEN-AVAIL
           END-IF
           OPEN INPUT STMT-FILE
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-STMT-AVAIL
           END-IF
           OPEN INPUT PRR-FILE
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PRR-AVAIL
           END-IF
           OPEN I-O SCR-FILE
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SCR-AVAIL
               OPEN EXTEND SCRA-RPT-FILE
               MOVE WS-THIS-CYCLE TO OUT-SCRA-HEAD-CYC
               MOVE WS-SEL-CYCLE TO OUT-SCRA-HEAD-CODE
               MOVE OUT-SCRA-HEAD TO SCRA-RPT-LINE
               WRITE SCRA-RPT-LINE
           END-IF
           OPEN EXTEND PENALTY-RPT-FILE
           MOVE WS-THIS-CYCLE TO OUT-PEN-HEAD-CYC
           MOVE WS-SEL-CYCLE TO OUT-PEN-HEAD-CODE
           MOVE OUT-PEN-HEAD TO PENALTY-RPT-LINE
           WRITE PENALTY-RPT-LINE
           OPEN I-O ACR-FILE
           IF WS-STAT = 35
               CLOSE ACR-FILE
               OPEN OUTPUT ACR-FILE
               CLOSE ACR-FILE
               OPEN I-O ACR-FILE
           END-IF
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-ACR-AVAIL
               OPEN EXTEND IAG-FILE
               OPEN EXTEND ACRVAR-RPT-FILE
               MOVE WS-THIS-CYCLE TO OUT-AV-HEAD-CYC
               MOVE WS-SEL-CYCLE TO OUT-AV-HEAD-CODE
               MOVE OUT-AV-HEAD TO ACRVAR-RPT-LINE
               WRITE ACRVAR-RPT-LINE
               MOVE OUT-AV-COLS TO ACRVAR-RPT-LINE
               WRITE ACRVAR-RPT-LINE
           END-IF
           MOVE WS-CKPT-RESUME-ID TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
           PERFORM UNTIL WS-CH-EOF = 'Y'
                           MOVE 'N' TO WS-PAID-THIS-CYCLE
                           MOVE ZERO TO WS-PAID-AMT
                           MOVE ZERO TO WS-PAID-BY-DUE
                           MOVE ZERO TO WS-CYCLE-CASH
                           MOVE ZERO TO WS-ACR-BILLED
                           PERFORM 180-PRODUCT-TERMS
                           PERFORM 182-HARDSHIP-TERMS
                           PERFORM 184-PENALTY-TERMS
                           PERFORM 186-SCRA-TERMS
                           PERFORM 190-GRACE-DUE-DATE
                           PERFORM 200-CALC
                           EVALUATE TRUE
                               WHEN CH-STAT-CHARGED-OFF
                                   PERFORM 269-TRACK-RECOVERY
                               WHEN CH-SH-CODED
                                   PERFORM 261-SPECIAL-HANDLING
                               WHEN OTHER
                                   PERFORM 254-INST-BUCKET
                                   PERFORM 250-FINANCE-CHARGE
                                   PERFORM 260-LATE-FEE
                                   PERFORM 263-HARDSHIP-ROLL
                                   PERFORM 262-ANNUAL-FEE
                                   PERFORM 270-SET-MIN-DUE
                                   PERFORM 265-TRACK-DELINQ
                                   PERFORM 266-PENALTY-REVIEW
                           END-EVALUATE
                           IF WS-ACR-AVAIL = 'Y'
                               PERFORM 288-ACCRUAL-TRUEUP
                           END-IF
                           MOVE WS-TOTAL TO CH-BAL
                           PERFORM 280-RESET-MEMO
                           PERFORM 285-SEGMENT-ROLL
                           IF WS-SCRA-ON = 'Y'
                               PERFORM 287-SCRA-ROLL
                           END-IF
                           PERFORM 268-CHECK-CHARGEOFF
                           REWRITE CH-REC
                       END-IF
                       MOVE CH-ID TO WS-CKPT-DONE-ID
               END-READ
           END-PERFORM
      * THE STATEMENT BATCH FILES THIS CYCLE'S STATEMENTS ON
      * STMT-HIST.DAT, SO THE CURE LOOKUPS LET GO OF IT FIRST.
           IF WS-STMT-AVAIL = 'Y'
               CLOSE STMT-FILE
           END-IF
           CALL 'G3-CAP1-STMT-BATCH'
           PERFORM 300-DELETE
           PERFORM 400-DUMMY-REC
           CLOSE CC-TRAN-FILE
           CLOSE CC-ARCH-FILE
           CLOSE CHGOFF-RPT-FILE
           MOVE 'CHGOFF-RPT.TXT' TO WS-RPT-FILE-NAME
           MOVE 'G3-CAP1-MONTH-END' TO WS-RPT-PROGRAM
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM
           IF WS-CTY-AVAIL = 'Y'
               CLOSE CTY-FILE
           END-IF
           IF WS-COF-AVAIL = 'Y'
               CLOSE COF-FILE
           END-IF
           IF WS-SEG-AVAIL = 'Y'
               CLOSE SEG-FILE
           END-IF
           IF WS-PEN-AVAIL = 'Y'
               CLOSE PEN-FILE
           END-IF
           CLOSE PENALTY-RPT-FILE
           MOVE 'PENALTY-RPT.TXT' TO WS-RPT-FILE-NAME
           MOVE 'G3-CAP1-MONTH-END' TO WS-RPT-PROGRAM
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM
           IF WS-SCR-AVAIL = 'Y'
               CLOSE SCR-FILE
                     SCRA-RPT-FILE
               MOVE 'SCRA-RPT.TXT' TO WS-RPT-FILE-NAME
               MOVE 'G3-CAP1-MONTH-END' TO WS-RPT-PROGRAM
               CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                       WS-RPT-PROGRAM
           END-IF
           IF WS-PRR-AVAIL = 'Y'
               CLOSE PRR-FILE
           END-IF
           IF WS-ACR-AVAIL = 'Y'
               PERFORM 289-ACCRUAL-TOTALS
               CLOSE ACR-FILE
                     IAG-FILE
                     ACRVAR-RPT-FILE
               MOVE 'ACRVAR-RPT.TXT' TO WS-RPT-FILE-NAME
               MOVE 'G3-CAP1-MONTH-END' TO WS-RPT-PROGRAM
               CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                       WS-RPT-PROGRAM
           END-IF
           DISPLAY BLANK-SCREEN
               DISPLAY 'CALCULATING NEW MONTHLY BALANCE...'
               DISPLAY 'EXITING....'
               EXIT PROGRAM
       EXIT PROGRAM.
      *  STOP RUN.
      ******************************************************************
      * RATES AND THRESHOLDS IN EFFECT ON THE RUN DATE; ANY NOBODY
      * HAS SCHEDULED KEEP THEIR WS-CAP1 VALUE.
      ******************************************************************
       045-LOAD-PARMS.
       MOVE WS-YEAR  TO WS-PARM-DATE (1:4).
       MOVE WS-MONTH TO WS-PARM-DATE (5:2).
       MOVE WS-DAY   TO WS-PARM-DATE (7:2).
       MOVE 'FINCHG-RATE' TO WS-PARM-NAME.
       MOVE CAP1-FINCHG-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-FINCHG-RATE.
       MOVE 'LATEFEE-AMT' TO WS-PARM-NAME.
       MOVE CAP1-LATEFEE-AMT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-LATEFEE-AMT.
       MOVE 'CHARGEOFF-CYCLES' TO WS-PARM-NAME.
       MOVE CAP1-CHARGEOFF-CYCLES TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-CHARGEOFF-CYCLES.
       MOVE 'PENALTY-RATE' TO WS-PARM-NAME.
       MOVE CAP1-PENALTY-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PENALTY-RATE.
       MOVE 'PENALTY-CYCLES' TO WS-PARM-NAME.
       MOVE CAP1-PENALTY-CYCLES TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PENALTY-CYCLES.
       MOVE 'PENALTY-NOTICE-DY' TO WS-PARM-NAME.
       MOVE CAP1-PENALTY-NOTICE-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PENALTY-NOTICE-DY.
       MOVE 'PENALTY-CURE-CYC' TO WS-PARM-NAME.
       MOVE CAP1-PENALTY-CURE-CYC TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PENALTY-CURE-CYC.
       MOVE 'SCRA-RATE' TO WS-PARM-NAME.
       MOVE CAP1-SCRA-RATE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-SCRA-RATE.
       MOVE 'PV-CHG-PCT' TO WS-PARM-NAME.
       MOVE CAP1-PV-CHG-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO WS-PV-CHG-PCT.
       MOVE 'PV-MIN-PCT' TO WS-PARM-NAME.
       MOVE CAP1-PV-MIN-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO WS-PV-MIN-PCT.
      ******************************************************************
       050-CHECK-CKPT.
       MOVE ZERO TO WS-CKPT-RESUME-ID.
       MOVE CAP1-FINCHG-RATE  TO WS-PROD-RATE.
       MOVE CAP1-LATEFEE-AMT  TO WS-PROD-LATEFEE.
       MOVE ZERO              TO WS-PROD-ANNUAL.
       MOVE CAP1-PENALTY-RATE TO WS-PROD-PEN-RATE.
       IF WS-CTY-AVAIL = 'Y'
           MOVE CH-CTY-ID TO CTY-ID
           READ CTY-FILE
                   MOVE CTY-FINCHG-RATE TO WS-PROD-RATE
                   MOVE CTY-LATEFEE-AMT TO WS-PROD-LATEFEE
                   MOVE CTY-ANNUAL-FEE  TO WS-PROD-ANNUAL
                   IF CTY-PENALTY-RATE IS NUMERIC
                           AND CTY-PENALTY-RATE > ZERO
                       MOVE CTY-PENALTY-RATE TO WS-PROD-PEN-RATE
                   END-IF
                   PERFORM 181-RATE-IN-EFFECT
           END-READ
       END-IF.
       MOVE WS-PROD-RATE TO WS-PROD-STD-RATE.
      ******************************************************************
      * A REPRICED PRODUCT RATES AT ITS LATEST HISTORY ENTRY IN EFFECT
      * ON THE RUN DATE; A SUPERSEDED ENTRY NEVER APPLIED AND IS
      * SKIPPED. NO HISTORY LEAVES CTY-FINCHG-RATE STANDING.
      ******************************************************************
       181-RATE-IN-EFFECT.
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
                           OR PRR-EFF-DATE > WS-RUN-DATE
                       MOVE 'Y' TO WS-PRR-EOF
                   ELSE
                       IF NOT PRR-SUPERSEDED
                           MOVE PRR-RATE TO WS-PROD-RATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * AN ACTIVE HARDSHIP PLAN PRICES THE CYCLE AT THE PLAN RATE
      * INSTEAD OF THE PRODUCT RATE AND CARRIES THE FIXED PLAN
           END-READ
       END-IF.
      ******************************************************************
      * A NOTICED ACCOUNT WHOSE EFFECTIVE DATE HAS ARRIVED GOES ON
      * PENALTY PRICING FROM THIS CYCLE - UNLESS IT CAUGHT UP DURING
      * THE NOTICE PERIOD, WHEN THE NOTICE IS WITHDRAWN. AN ACTIVE
      * PENALTY RATES THE CYCLE AT PEN-RATE; A HARDSHIP PLAN'S
      * WORKOUT RATE STILL WINS OVER IT.
      ******************************************************************
       184-PENALTY-TERMS.
       MOVE 'N' TO WS-PEN-HIT.
       IF WS-PEN-AVAIL NOT = 'Y' OR CH-STAT-CHARGED-OFF
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO PEN-CH-ID.
       READ PEN-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE 'Y' TO WS-PEN-HIT.
       IF PEN-NOTICED AND WS-RUN-DATE >= PEN-EFF-DATE
           IF CH-MISSED-CYCLES = ZERO
               MOVE 'W' TO PEN-STATUS
               MOVE WS-RUN-DATE TO PEN-END-DATE
               IF WS-PREVIEW NOT = 'Y'
                   REWRITE PEN-REC
               END-IF
               MOVE 'WITHDRAWN' TO WS-PEN-EVENT
               MOVE 'PENWDR' TO WS-AUD-ACTION
           ELSE
               MOVE 'A' TO PEN-STATUS
               MOVE WS-THIS-CYCLE TO PEN-START-CYCLE
               IF WS-PREVIEW NOT = 'Y'
                   REWRITE PEN-REC
               END-IF
               MOVE 'PENALTY ON' TO WS-PEN-EVENT
               MOVE 'PENON' TO WS-AUD-ACTION
           END-IF
           MOVE PEN-EFF-DATE TO OUT-PEN-DATE
           PERFORM 278-PENALTY-LINE
       END-IF.
       IF PEN-ACTIVE AND WS-HRD-ACTIVE NOT = 'Y'
           MOVE PEN-RATE TO WS-PROD-RATE
       END-IF.
      ******************************************************************
      * SCRA PROTECTION IN EFFECT THIS CYCLE: ACTIVE, PROOF OF SERVICE
      * ON FILE, RUN DATE INSIDE THE SERVICE DATES, AND SOME
      * PRE-SERVICE BALANCE STILL OWED. CHARGED-OFF AND SPECIAL-
      * HANDLING ACCOUNTS ARE ASSESSED NOTHING ANYWAY.
      ******************************************************************
       186-SCRA-TERMS.
       MOVE 'N' TO WS-SCRA-ON.
       MOVE ZERO TO WS-SCRA-CUT.
       MOVE ZERO TO WS-SCRA-ROOM.
       MOVE ZERO TO WS-SCRA-FORGONE.
       IF WS-SCR-AVAIL NOT = 'Y' OR CH-STAT-CHARGED-OFF
               OR CH-SH-CODED
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO SCR-CH-ID.
       READ SCR-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF SCR-ACTIVE AND SCR-PROOF-DATE NOT = ZERO
               AND SCR-PRE-BAL > ZERO
               AND SCR-SVC-START <= WS-RUN-DATE
               AND (SCR-SVC-END = ZERO OR WS-RUN-DATE <= SCR-SVC-END)
           MOVE 'Y' TO WS-SCRA-ON
       END-IF.
      ******************************************************************
      * SETTLE THE PLAN FOR THE CYCLE ONCE THE PAYMENT DOLLARS ARE
      * KNOWN: PAYMENT ARRIVED EXTENDS THE PLAN (AND COMPLETES IT AT
      * FULL TERM); PAYMENT MISSED BREAKS IT AND THE ACCOUNT DROPS
               MOVE 'C' TO HRD-STATUS
               MOVE 'N' TO WS-HRD-ACTIVE
           END-IF
           IF WS-PREVIEW NOT = 'Y'
               REWRITE HRD-REC
           END-IF
       ELSE
           MOVE 'B' TO HRD-STATUS
           MOVE 'N' TO WS-HRD-ACTIVE
           IF WS-PREVIEW NOT = 'Y'
               REWRITE HRD-REC
               MOVE 'HRDBRK' TO WS-AUD-ACTION
               MOVE CH-ID TO WS-AUD-KEY
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
               CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                       WS-AUD-ACTION, WS-AUD-KEY
           END-IF
       END-IF.
      ******************************************************************
      * A DUE DATE ON A WEEKEND OR HOLIDAY (ONE SET BEFORE DUE DATES
      * ROLLED, OR A HOLIDAY ADDED SINCE) IS MET BY A PAYMENT ON THE
      * NEXT BUSINESS DAY. MOST OF THE CYCLE SHARES ONE DUE DATE, SO
      * THE ROLL IS ONLY RE-ASKED WHEN THE DATE CHANGES.
      ******************************************************************
       190-GRACE-DUE-DATE.
       IF CH-DUE-DATE NOT = WS-GRACE-RAW
           MOVE CH-DUE-DATE TO WS-GRACE-RAW
           MOVE CH-DUE-DATE TO WS-GRACE-DUE
           CALL 'G3-BUSDAY' USING WS-GRACE-DUE
       END-IF.
      ******************************************************************
       200-CALC.
                       IF CC-TYPE-CHARGE AND NOT CC-IS-DISPUTED
                           COMPUTE WS-TOTAL = WS-TOTAL + CC-TRAN-PRICE
                       END-IF
                       IF CC-TYPE-CASHADV AND NOT CC-IS-DISPUTED
                           ADD CC-TRAN-PRICE TO WS-CYCLE-CASH
                       END-IF
                       IF TRAN-TYPE = 'D' THEN
                           COMPUTE WS-TOTAL = WS-TOTAL - CC-TRAN-PRICE
                           COMPUTE WS-PAID-AMT =
                           MOVE CC-TRAN-TSTAMP (1:8)
                                   TO WS-TRAN-DATE-N
                           IF CH-DUE-DATE = ZERO
                                   OR WS-TRAN-DATE-N <= WS-GRACE-DUE
                               COMPUTE WS-PAID-BY-DUE =
                                       WS-PAID-BY-DUE + CC-TRAN-PRICE
                           END-IF
               MOVE ZERO TO WS-ADB
           END-IF
       END-IF.
       IF WS-SCRA-ON = 'Y'
           PERFORM 251-SCRA-CAP
       END-IF.
       IF WS-ADB > ZERO OR WS-PROMO-INT > ZERO
           COMPUTE CAP1-FINCHG-AMT ROUNDED =
               WS-ADB * WS-PROD-RATE + WS-PROMO-INT
           SUBTRACT WS-SCRA-CUT FROM CAP1-FINCHG-AMT
           ADD CAP1-FINCHG-AMT TO WS-TOTAL
           MOVE CAP1-FINCHG-AMT TO WS-PV-INT
           MOVE CAP1-FINCHG-AMT TO WS-ACR-BILLED
           MOVE CH-ID TO CC-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP
           MOVE 'F' TO TRAN-TYPE
           PERFORM 258-WRITE-TRAN
       END-IF.
      ******************************************************************
      * THE PRE-SERVICE SHARE OF THE RATED BALANCE (NEVER MORE THAN
      * THE ADB) MAY DRAW NO MORE THAN CAP1-SCRA-RATE IN INTEREST AND
      * FEES TOGETHER. INTEREST ABOVE THE CAP IS CUT FROM THE FINANCE
      * CHARGE; WHAT THE CAP STILL ALLOWS ONCE INTEREST IS COUNTED IS
      * THE ROOM THE CYCLE'S FEES MAY USE (249-SCRA-FEE).
      ******************************************************************
       251-SCRA-CAP.
       MOVE SCR-PRE-BAL TO WS-SCRA-PORTION.
       IF WS-SCRA-PORTION > WS-ADB
           MOVE WS-ADB TO WS-SCRA-PORTION
       END-IF.
       IF WS-SCRA-PORTION < ZERO
           MOVE ZERO TO WS-SCRA-PORTION
       END-IF.
       COMPUTE WS-SCRA-FULL ROUNDED = WS-SCRA-PORTION * WS-PROD-RATE.
       COMPUTE WS-SCRA-CAPPED ROUNDED =
           WS-SCRA-PORTION * CAP1-SCRA-RATE.
       IF WS-SCRA-FULL > WS-SCRA-CAPPED
           COMPUTE WS-SCRA-CUT = WS-SCRA-FULL - WS-SCRA-CAPPED
           MOVE ZERO TO WS-SCRA-ROOM
       ELSE
           MOVE ZERO TO WS-SCRA-CUT
           COMPUTE WS-SCRA-ROOM = WS-SCRA-CAPPED - WS-SCRA-FULL
       END-IF.
       ADD WS-SCRA-CUT TO WS-SCRA-FORGONE.
      ******************************************************************
      * A FEE ON A PROTECTED ACCOUNT POSTS ONLY UP TO THE ROOM LEFT
      * UNDER THE CAP; THE REST IS GIVEN UP.
      ******************************************************************
       249-SCRA-FEE.
       IF WS-FEE-AMT > WS-SCRA-ROOM
           COMPUTE WS-SCRA-FORGONE =
               WS-SCRA-FORGONE + WS-FEE-AMT - WS-SCRA-ROOM
           MOVE WS-SCRA-ROOM TO WS-FEE-AMT
       END-IF.
       SUBTRACT WS-FEE-AMT FROM WS-SCRA-ROOM.
      ******************************************************************
      * WALK THE ACCOUNT'S OPEN BALANCE TRANSFERS. EACH ONE STILL IN
      * ITS PROMO WINDOW CONTRIBUTES ITS DAY-WEIGHTED PRINCIPAL TO
      * WS-PROMO-PRIN-ADB (PULLED BACK OUT OF THE GENERAL ADB BY THE
       IF INP-BALANCE = ZERO
           MOVE 'C' TO INP-STATUS
       END-IF.
       IF WS-PREVIEW NOT = 'Y'
           REWRITE INP-REC
       END-IF.
      ******************************************************************
       253-PROMO-ONE.
       IF NOT BXF-PROMO-OPEN
       ELSE
           IF WS-THIS-CYCLE > BXF-PROMO-UNTIL
               MOVE 'L' TO BXF-STATUS
               IF WS-PREVIEW NOT = 'Y'
                   REWRITE BXF-REC
               END-IF
           ELSE
               PERFORM 259-PROMO-WEIGH
           END-IF
           BXF-AMOUNT * BXF-PROMO-RATE * WS-PROMO-DAYS
           / WS-CYCLE-DAYS.
       ADD WS-PROMO-PIECE TO WS-PROMO-INT.
      ******************************************************************
      * A PREVIEW POSTS NOTHING; THE CALLER HAS ALREADY ADDED THE
      * CHARGE INTO WS-TOTAL.
      ******************************************************************
       258-WRITE-TRAN.
       IF WS-PREVIEW = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO CC-ISS-ID.
       MOVE ZERO TO CC-LOC-ID.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE SPACES TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
               AND CH-MIN-DUE > ZERO AND WS-PAID-BY-DUE < CH-MIN-DUE
           MOVE 'Y' TO WS-WAS-LATE
       END-IF.
       MOVE ZERO TO WS-FEE-AMT.
       IF WS-HRD-WAIVE = 'N'
               AND ((CH-MIN-DUE > ZERO
                       AND WS-PAID-BY-DUE < CH-MIN-DUE)
                   OR (WS-TOTAL > CH-LIMIT))
           MOVE WS-PROD-LATEFEE TO WS-FEE-AMT
           IF WS-SCRA-ON = 'Y'
               PERFORM 249-SCRA-FEE
           END-IF
       END-IF.
       IF WS-FEE-AMT > ZERO
           ADD WS-FEE-AMT TO WS-TOTAL
           MOVE CH-ID TO CC-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP
           MOVE 'F' TO TRAN-TYPE
           MOVE WS-FEE-AMT TO CC-TRAN-PRICE
           MOVE 'LATE FEE' TO CC-TRAN-ITEM
           MOVE 'N' TO CC-DISPUTED
           MOVE ZERO TO CC-MER-ID
           MOVE 'SYS' TO CC-TRAN-SOURCE
           PERFORM 258-WRITE-TRAN
           MOVE WS-FEE-AMT TO WS-PV-LATE
       END-IF.
       IF WS-FEE-AMT > ZERO AND WS-PREVIEW NOT = 'Y'
           MOVE 'LATFEE' TO WS-AUD-ACTION
           MOVE CH-ID TO WS-AUD-KEY
           MOVE 'SYSTEM' TO WS-OPERATOR-ID
           CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT
       END-IF.
      ******************************************************************
      * A BANKRUPT OR DECEASED ACCOUNT (CH-SPEC-HANDLING) ROLLS ITS
      * PAYMENTS AND CREDITS THROUGH 200-CALC BUT IS ASSESSED
      * NOTHING: NO INTEREST, LATE, ANNUAL OR PENALTY PRICING, NO
      * NOTICE, AND NOTHING DEMANDED - THE MINIMUM DUE AND DUE DATE
      * CLEAR AND THE MISSED-CYCLE STREAK HOLDS WHERE IT STOOD, SO
      * THE ACCOUNT NEITHER AGES NOR CHARGES OFF ON ITS OWN.
      ******************************************************************
       261-SPECIAL-HANDLING.
       MOVE 'N' TO WS-WAS-LATE.
       MOVE ZERO TO CH-MIN-DUE.
       MOVE ZERO TO CH-DUE-DATE.
      ******************************************************************
      * A PRODUCT'S ANNUAL FEE RIDES THE JANUARY CYCLE.
      ******************************************************************
       262-ANNUAL-FEE.
       MOVE ZERO TO WS-FEE-AMT.
       IF WS-PROD-ANNUAL > ZERO AND WS-MONTH = '01'
           MOVE WS-PROD-ANNUAL TO WS-FEE-AMT
           IF WS-SCRA-ON = 'Y'
               PERFORM 249-SCRA-FEE
           END-IF
       END-IF.
       IF WS-FEE-AMT > ZERO
           ADD WS-FEE-AMT TO WS-TOTAL
           MOVE CH-ID TO CC-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP
           MOVE 'F' TO TRAN-TYPE
           MOVE WS-FEE-AMT TO CC-TRAN-PRICE
           MOVE 'ANNUAL FEE' TO CC-TRAN-ITEM
           MOVE 'N' TO CC-DISPUTED
           MOVE ZERO TO CC-MER-ID
           MOVE 'SYS' TO CC-TRAN-SOURCE
           PERFORM 258-WRITE-TRAN
           MOVE WS-FEE-AMT TO WS-PV-ANNUAL
       END-IF.
      ******************************************************************
      * A CYCLE WITH THE MINIMUM UNMET EXTENDS THE CONSECUTIVE-MISS
           MOVE ZERO TO CH-MISSED-CYCLES
       END-IF.
      ******************************************************************
      * ONCE THE CYCLE'S DELINQUENCY IS KNOWN: AN ACTIVE PENALTY WITH
      * ENOUGH STRAIGHT ON-TIME CYCLES CURES BACK TO THE STANDARD
      * RATE; AN ACCOUNT NOT ALREADY NOTICED OR REPRICED THAT HAS
      * REACHED THE PENALTY THRESHOLD IS NOTICED.
      ******************************************************************
       266-PENALTY-REVIEW.
       IF WS-PEN-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF WS-PEN-HIT = 'Y' AND PEN-ACTIVE
           PERFORM 277-COUNT-ON-TIME
           IF WS-PEN-ON-TIME >= CAP1-PENALTY-CURE-CYC
               MOVE 'C' TO PEN-STATUS
               MOVE WS-RUN-DATE TO PEN-END-DATE
               IF WS-PREVIEW NOT = 'Y'
                   REWRITE PEN-REC
               END-IF
               MOVE 'CURED' TO WS-PEN-EVENT
               MOVE 'PENOFF' TO WS-AUD-ACTION
               MOVE WS-RUN-DATE TO OUT-PEN-DATE
               PERFORM 278-PENALTY-LINE
               MOVE 'PENCURE' TO WS-TPL-CODE
               MOVE SPACES TO LK-EMAIL-SUBJECT
               STRING 'STANDARD RATE RESTORED ACCT ', CH-ID
                       DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT
               COMPUTE WS-PEN-APR = WS-PROD-STD-RATE * 1200
               MOVE WS-RUN-DATE TO WS-TPL-DATE
               PERFORM 279-PENALTY-MAIL
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-PEN-HIT = 'Y' AND PEN-NOTICED
           EXIT PARAGRAPH
       END-IF.
       IF CH-MISSED-CYCLES >= CAP1-PENALTY-CYCLES
           PERFORM 276-PENALTY-NOTICE
       END-IF.
      ******************************************************************
      * FILE THE NOTICE WITH ITS EFFECTIVE DATE THE NOTICE PERIOD OUT
      * AND TELL THE CUSTOMER THE NEW RATE AND WHEN IT STARTS. A
      * PREVIOUSLY CURED OR WITHDRAWN RECORD IS REUSED.
      ******************************************************************
       276-PENALTY-NOTICE.
       MOVE CH-ID TO PEN-CH-ID.
       MOVE 'N' TO PEN-STATUS.
       MOVE WS-PROD-PEN-RATE TO PEN-RATE.
       MOVE WS-RUN-DATE TO PEN-NOTICE-DATE.
       COMPUTE WS-PEN-DAYS = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               + CAP1-PENALTY-NOTICE-DY.
       COMPUTE PEN-EFF-DATE = FUNCTION DATE-OF-INTEGER (WS-PEN-DAYS).
       MOVE ZERO TO PEN-START-CYCLE.
       MOVE ZERO TO PEN-END-DATE.
       IF WS-PREVIEW = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF WS-PEN-HIT = 'Y'
           REWRITE PEN-REC
       ELSE
           WRITE PEN-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
       END-IF.
       MOVE 'NOTICED' TO WS-PEN-EVENT.
       MOVE 'PENNTC' TO WS-AUD-ACTION.
       MOVE PEN-EFF-DATE TO OUT-PEN-DATE.
       PERFORM 278-PENALTY-LINE.
       MOVE 'PENALTY' TO WS-TPL-CODE.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'PENALTY RATE NOTICE - ACCOUNT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       COMPUTE WS-PEN-APR = PEN-RATE * 1200.
       MOVE PEN-EFF-DATE TO WS-TPL-DATE.
       PERFORM 279-PENALTY-MAIL.
      ******************************************************************
      * CONSECUTIVE ON-TIME CYCLES SINCE THE PENALTY TOOK EFFECT,
      * NEWEST FIRST: THIS CYCLE (NOT ON STMT-HIST.DAT UNTIL THE
      * STATEMENT BATCH RUNS) AND THEN EACH PRIOR CYCLE'S FILED
      * STATEMENT. A MISSED OR MISSING CYCLE ENDS THE STREAK.
      ******************************************************************
       277-COUNT-ON-TIME.
       MOVE ZERO TO WS-PEN-ON-TIME.
       IF CH-MISSED-CYCLES > ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-PEN-ON-TIME.
       IF WS-STMT-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-THIS-CYCLE TO WS-PEN-CYCLE.
       MOVE 'N' TO WS-PEN-STOP.
       PERFORM UNTIL WS-PEN-STOP = 'Y'
               OR WS-PEN-ON-TIME >= CAP1-PENALTY-CURE-CYC
           IF WS-PEN-CYC-MO = 1
               MOVE 12 TO WS-PEN-CYC-MO
               SUBTRACT 1 FROM WS-PEN-CYC-YR
           ELSE
               SUBTRACT 1 FROM WS-PEN-CYC-MO
           END-IF
           IF WS-PEN-CYCLE < PEN-START-CYCLE
               MOVE 'Y' TO WS-PEN-STOP
           ELSE
               MOVE CH-ID TO STMT-ID
               MOVE WS-PEN-CYCLE TO STMT-CYCLE
               READ STMT-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-PEN-STOP
                   NOT INVALID KEY
                       IF STMT-MISSED-CYCLES = ZERO
                           ADD 1 TO WS-PEN-ON-TIME
                       ELSE
                           MOVE 'Y' TO WS-PEN-STOP
                       END-IF
               END-READ
           END-IF
       END-PERFORM.
      ******************************************************************
      * ONE PENALTY-RPT.TXT LINE AND ONE AUDIT ENTRY PER EVENT; THE
      * CALLER SETS THE EVENT, AUDIT ACTION, AND DATE SHOWN.
      ******************************************************************
       278-PENALTY-LINE.
       IF WS-PREVIEW = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO OUT-PEN-ID.
       MOVE WS-PEN-EVENT TO OUT-PEN-EVENT.
       COMPUTE OUT-PEN-APR = PEN-RATE * 1200.
       MOVE OUT-PEN-LINE TO PENALTY-RPT-LINE.
       WRITE PENALTY-RPT-LINE.
       MOVE CH-ID TO WS-AUD-KEY.
       MOVE 'SYSTEM' TO WS-OPERATOR-ID.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * THE CUSTOMER NOTICE, RENDERED FROM THE CALLER'S TEMPLATE WITH
      * THE RATE AS AN APR AND THE DATE IT TAKES (OR TOOK) EFFECT.
      ******************************************************************
       279-PENALTY-MAIL.
       IF WS-PREVIEW = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE CH-FNAME TO WS-TPL-NAME2.
       MOVE WS-PEN-APR TO WS-TPL-APR-ED.
       MOVE SPACES TO WS-TPL-AMT.
       STRING WS-TPL-APR-ED '% APR' DELIMITED BY SIZE
           INTO WS-TPL-AMT.
       CALL 'G3-MAIL-TEMPLATE' USING WS-TPL-CODE, WS-TPL-NAME2,
               WS-TPL-AMT, WS-TPL-DATE, LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
      ******************************************************************
      * SIX STRAIGHT MISSES (180 DAYS) WRITES THE ACCOUNT OFF: STATUS
      * 'W' STOPS AUTHORIZATIONS AND THE BALANCE IS REPORTED AS
      * WRITTEN OFF.
           ADD 1 TO WS-DUE-YR
       END-IF.
       MOVE CAP1-DUE-DAY TO WS-DUE-DY.
      * NEVER DUE ON A WEEKEND OR BANK HOLIDAY: ROLL TO THE NEXT
      * BUSINESS DAY, ASKED ONCE PER DISTINCT DATE.
       IF WS-DUE-DATE NOT = WS-DUE-RAW
           MOVE WS-DUE-DATE TO WS-DUE-RAW
           MOVE WS-DUE-DATE TO WS-DUE-ROLLED
           CALL 'G3-BUSDAY' USING WS-DUE-ROLLED
       END-IF.
       MOVE WS-DUE-ROLLED TO CH-DUE-DATE.
      ******************************************************************
      * THE LIVE FILE IS ABOUT TO BE PURGED, SO THE MEMO BALANCE FOR
      * THE NEW CYCLE IS THE ROLLED BALANCE PLUS WHATEVER HOLDS ARE
      * THE CASH-ADVANCE CEILING METERS PER CYCLE; A FRESH CYCLE
      * STARTS THE METER OVER.
       MOVE ZERO TO CH-CASH-USED.
      ******************************************************************
      * RE-STATE THE ACCOUNT'S BALANCE SEGMENTS FROM THE NEW CH-BAL.
      * THE PLAN AND TRANSFER FILES ARE THE AUTHORITY FOR THEIR
      * SEGMENTS (A TRANSFER PAST ITS PROMO WINDOW IS ORDINARY
      * BALANCE NOW), CASH IS WHAT THE PAYMENTS LEFT OF IT PLUS THE
      * CYCLE'S NEW ADVANCES, AND PURCHASES - FEES AND INTEREST
      * INCLUDED - ARE THE REST. A CREDIT BALANCE LEAVES NOTHING ON
      * THE REVOLVING SEGMENTS. THE NEW MINIMUM STARTS UNPAID.
      ******************************************************************
       285-SEGMENT-ROLL.
       IF WS-SEG-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-SEG-NEW.
       MOVE CH-ID TO SEG-CH-ID.
       READ SEG-FILE
           INVALID KEY
               MOVE 'Y' TO WS-SEG-NEW
               MOVE ZERO TO SEG-CASH-BAL
       END-READ.
       ADD WS-CYCLE-CASH TO SEG-CASH-BAL.
       MOVE ZERO TO SEG-INST-BAL.
       MOVE ZERO TO SEG-PROMO-BAL.
       IF WS-INP-AVAIL = 'Y'
           MOVE SPACES TO WS-INP-EOF
           MOVE CH-ID TO INP-CH-ID
           MOVE ZERO TO INP-SEQ
           START INP-FILE KEY NOT LESS THAN INP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-INP-EOF
           END-START
           PERFORM UNTIL WS-INP-EOF = 'Y'
               READ INP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-INP-EOF
                   NOT AT END
                       IF INP-CH-ID NOT = CH-ID
                           MOVE 'Y' TO WS-INP-EOF
                       ELSE
                           IF INP-ACTIVE
                               ADD INP-BALANCE TO SEG-INST-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-INP-EOF
       END-IF.
       IF WS-BXF-AVAIL = 'Y'
           MOVE SPACES TO WS-BXF-EOF
           MOVE CH-ID TO BXF-CH-ID
           MOVE ZERO TO BXF-SEQ
           START BXF-FILE KEY NOT LESS THAN BXF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BXF-EOF
           END-START
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
                               ADD BXF-AMOUNT TO SEG-PROMO-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-BXF-EOF
       END-IF.
       COMPUTE SEG-PURCH-BAL = CH-BAL - SEG-INST-BAL
               - SEG-PROMO-BAL - SEG-CASH-BAL.
       IF SEG-PURCH-BAL < ZERO
           ADD SEG-PURCH-BAL TO SEG-CASH-BAL
           MOVE ZERO TO SEG-PURCH-BAL
           IF SEG-CASH-BAL < ZERO
               MOVE ZERO TO SEG-CASH-BAL
           END-IF
       END-IF.
       MOVE ZERO TO SEG-MIN-PAID.
       MOVE WS-YEAR  TO WS-RUN-DATE (1:4).
       MOVE WS-MONTH TO WS-RUN-DATE (5:2).
       MOVE WS-DAY   TO WS-RUN-DATE (7:2).
       MOVE WS-RUN-DATE TO SEG-ROLL-DATE.
       IF WS-SEG-NEW = 'Y'
           WRITE SEG-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
       ELSE
           REWRITE SEG-REC
       END-IF.
      ******************************************************************
      * FILE THE CYCLE ON THE SCRA RECORD: WHAT WAS GIVEN UP (A RERUN
      * OF THE SAME CYCLE REPLACES ITS EARLIER FIGURE RATHER THAN
      * ADDING TO IT), AND THE PRE-SERVICE BALANCE SHRUNK TO THE NEW
      * BALANCE WHEN PAYMENTS HAVE BROUGHT IT BELOW - NEW CHARGES
      * NEVER ADD TO IT. ONE SCRA-RPT.TXT LINE PER ACCOUNT.
      ******************************************************************
       287-SCRA-ROLL.
       IF SCR-LAST-CYCLE = WS-THIS-CYCLE
           SUBTRACT SCR-LAST-FORGONE FROM SCR-TOT-FORGONE
       END-IF.
       MOVE WS-THIS-CYCLE TO SCR-LAST-CYCLE.
       MOVE WS-SCRA-FORGONE TO SCR-LAST-FORGONE.
       ADD WS-SCRA-FORGONE TO SCR-TOT-FORGONE.
       IF CH-BAL < SCR-PRE-BAL
           IF CH-BAL > ZERO
               MOVE CH-BAL TO SCR-PRE-BAL
           ELSE
               MOVE ZERO TO SCR-PRE-BAL
           END-IF
       END-IF.
       REWRITE SCR-REC.
       MOVE CH-ID TO OUT-SCRA-ID.
       MOVE SCR-SVC-END TO OUT-SCRA-END.
       MOVE SCR-PRE-BAL TO OUT-SCRA-PROT.
       MOVE WS-SCRA-FORGONE TO OUT-SCRA-FORGONE.
       MOVE SCR-TOT-FORGONE TO OUT-SCRA-TOTAL.
       MOVE OUT-SCRA-LINE TO SCRA-RPT-LINE.
       WRITE SCRA-RPT-LINE.
      ******************************************************************
      * THE BILLED FINANCE CHARGE NOW CARRIES THE MONTH'S INTEREST, SO
      * WHAT THE NIGHTLY RUN ACCRUED COMES BACK OFF THE LEDGER AND
      * THE TWO ARE COMPARED. THE RECORD STARTS THE NEXT MONTH AT
      * ZERO, STAMPED WITH THE RUN DATE SO TONIGHT'S ACCRUAL DOES NOT
      * ADD A DAY THE STATEMENT HAS ALREADY BILLED.
      ******************************************************************
       288-ACCRUAL-TRUEUP.
       MOVE 'N' TO WS-ACR-FOUND.
       MOVE CH-ID TO ACR-CH-ID.
       READ ACR-FILE
           INVALID KEY
               MOVE ZERO TO ACR-MTD-AMT
               MOVE ZERO TO ACR-DAYS
           NOT INVALID KEY
               MOVE 'Y' TO WS-ACR-FOUND
       END-READ.
       IF WS-ACR-FOUND NOT = 'Y' AND WS-ACR-BILLED = ZERO
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ACR-ACCTS.
       ADD ACR-MTD-AMT TO WS-ACR-T-ACCRUED.
       ADD WS-ACR-BILLED TO WS-ACR-T-BILLED.
       IF ACR-MTD-AMT > ZERO
           MOVE SPACES TO IAG-REC
           MOVE WS-RUN-DATE TO IAG-DATE
           MOVE CH-ID TO IAG-CH-ID
           MOVE '-' TO IAG-SIGN
           MOVE ACR-MTD-AMT TO IAG-AMOUNT
           WRITE IAG-REC
       END-IF.
       COMPUTE WS-ACR-DIFF = WS-ACR-BILLED - ACR-MTD-AMT.
       IF WS-ACR-DIFF NOT = ZERO
           ADD 1 TO WS-ACR-VAR-CT
           ADD WS-ACR-DIFF TO WS-ACR-T-DIFF
           MOVE CH-ID TO OUT-AV-ID
           MOVE ACR-DAYS TO OUT-AV-DAYS
           MOVE ACR-MTD-AMT TO OUT-AV-ACCRUED
           MOVE WS-ACR-BILLED TO OUT-AV-BILLED
           MOVE WS-ACR-DIFF TO OUT-AV-DIFF
           MOVE OUT-AV-LINE TO ACRVAR-RPT-LINE
           WRITE ACRVAR-RPT-LINE
       END-IF.
       MOVE CH-ID TO ACR-CH-ID.
       MOVE ZERO TO ACR-MTD-AMT.
       MOVE ZERO TO ACR-DAYS.
       MOVE ZERO TO ACR-START-DATE.
       MOVE WS-RUN-DATE TO ACR-LAST-DATE.
       MOVE ZERO TO ACR-LAST-AMT.
       IF WS-ACR-FOUND = 'Y'
           REWRITE ACR-REC
       ELSE
           MOVE ZERO TO ACR-LAST-RATE
           MOVE ZERO TO ACR-LAST-BAL
           WRITE ACR-REC
       END-IF.
      ******************************************************************
       289-ACCRUAL-TOTALS.
       IF WS-ACR-VAR-CT = ZERO
           MOVE 'NO DIFFERENCES - ACCRUED INTEREST MATCHED BILLED'
               TO ACRVAR-RPT-LINE
           WRITE ACRVAR-RPT-LINE
       END-IF.
       MOVE WS-ACR-ACCTS TO OUT-AV-T-ACCTS.
       MOVE WS-ACR-T-ACCRUED TO OUT-AV-T-ACCRUED.
       MOVE WS-ACR-T-BILLED TO OUT-AV-T-BILLED.
       MOVE WS-ACR-T-DIFF TO OUT-AV-T-DIFF.
       MOVE OUT-AV-TOTAL TO ACRVAR-RPT-LINE.
       WRITE ACRVAR-RPT-LINE.
      ******************************************************************
       275-CHECKPOINT.
       OPEN OUTPUT CKPT-FILE.
       CLOSE CKPT-FILE.
      ******************************************************************
       300-DELETE.
       MOVE 'N' TO WS-DSP-AVAIL
       OPEN INPUT DSP-FILE
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-DSP-AVAIL
       END-IF
       MOVE ZERO TO CC-ID
       START CC-TRAN-FILE KEY NOT LESS THAN CC-ID
       PERFORM UNTIL WS-CC-EOF = 'Y'
           END-READ
       END-PERFORM
       MOVE SPACES TO WS-CC-EOF.
       IF WS-DSP-AVAIL = 'Y'
           CLOSE DSP-FILE
       END-IF.
       IF WS-DSP-KEPT-CT > ZERO
           DISPLAY 'DISPUTED CHARGES KEPT LIVE (DISPUTE OPEN): '
                   WS-DSP-KEPT-CT
       END-IF.
      ******************************************************************
      * ONLY THE CHOSEN CYCLE'S DETAIL PURGES: ANOTHER CYCLE'S
      * ACCOUNTS KEEP THEIR LIVE TRANSACTIONS FOR THEIR OWN RUN.
                   MOVE 'N' TO WS-PURGE-THIS
               END-IF
       END-READ.
       IF WS-PURGE-THIS = 'Y' AND CC-IS-DISPUTED
           PERFORM 320-OPEN-DISPUTE
       END-IF.
       IF WS-PURGE-THIS = 'Y'
           PERFORM 350-ARCHIVE
           DELETE CC-TRAN-FILE
       END-IF.
      ******************************************************************
      * A WON CASE LEAVES THE CHARGE FLAGGED FOR GOOD AND A LOST ONE
      * CLEARS THE FLAG, SO ONLY THE DISPUTE FILE SAYS WHETHER THE
      * CASE IS STILL OPEN. WITHOUT THAT FILE THE CHARGE STAYS LIVE.
      ******************************************************************
       320-OPEN-DISPUTE.
       IF WS-DSP-AVAIL NOT = 'Y'
           MOVE 'N' TO WS-PURGE-THIS
           ADD 1 TO WS-DSP-KEPT-CT
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-DSP-EOF.
       MOVE CC-ID TO DSP-CC-ID.
       START DSP-FILE KEY NOT LESS THAN DSP-CC-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-DSP-EOF
       END-START.
       PERFORM UNTIL WS-DSP-EOF = 'Y'
           READ DSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DSP-EOF
               NOT AT END
                   IF DSP-CC-ID NOT = CC-ID
                       MOVE 'Y' TO WS-DSP-EOF
                   ELSE
                       IF DSP-STAT-OPEN
                               AND DSP-TRAN-TSTAMP = CC-TRAN-TSTAMP
                               AND DSP-TRAN-SEQ = CC-TRAN-SEQ
                           MOVE 'N' TO WS-PURGE-THIS
                           ADD 1 TO WS-DSP-KEPT-CT
                           MOVE 'Y' TO WS-DSP-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       350-ARCHIVE.
       MOVE CC-ID           TO CC-ARCH-ID.
       MOVE ZERO TO CC-TRAN-CARD
       MOVE 'N' TO CC-SETTLED
       MOVE SPACES TO CC-TRAN-OPER
       MOVE SPACE TO CC-AVS-RESULT
       MOVE 0000 TO CC-TRAN-PRICE
       MOVE 'W' TO TRAN-TYPE
       MOVE 'N' TO CC-DISPUTED
       MOVE ZERO TO CKPT-LAST-ID.
       MOVE 'D'  TO CKPT-STATUS.
       WRITE CKPT-REC.
       CLOSE CKPT-FILE.
      ******************************************************************
      * PREVIEW (TRIAL RUN): THE CHOSEN CYCLE'S ACCOUNTS GO THROUGH
      * THE SAME 180-272 CALCULATIONS AS THE REAL RUN, BUT EVERY FILE
      * IS OPENED FOR INPUT AND NOTHING IS POSTED, REWRITTEN, MAILED
      * OR AUDITED; THE RESULT GOES TO MEPREVIEW-RPT.TXT ONLY. NO
      * CHECKPOINT OR RUN-CONTROL ENTRY IS TOUCHED, SO A PREVIEW CAN
      * BE RUN AS OFTEN AS NEEDED AHEAD OF THE REAL RUN.
      ******************************************************************
       800-PREVIEW-RUN.
       INITIALIZE WS-PV-TOTALS.
       PERFORM 805-PREVIEW-OPEN.
       MOVE WS-THIS-CYCLE TO OUT-PV-HEAD-CYC.
       MOVE WS-SEL-CYCLE TO OUT-PV-HEAD-CODE.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-HEAD1.
       MOVE SPACES TO MEPREVIEW-RPT-LINE.
       WRITE MEPREVIEW-RPT-LINE.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-HEAD2.
       MOVE SPACES TO WS-CH-EOF.
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
                   IF CH-CYCLE-CODE = WS-SEL-CYCLE
                       PERFORM 810-PREVIEW-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 850-PREVIEW-TOTALS.
       PERFORM 860-PREVIEW-VAR-LIST.
       PERFORM 890-PREVIEW-CLOSE.
      ******************************************************************
       805-PREVIEW-OPEN.
       OPEN INPUT CH-FILE
                  CC-TRAN-FILE.
       OPEN INPUT CTY-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-CTY-AVAIL
       END-IF.
       OPEN INPUT BXF-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-BXF-AVAIL
       END-IF.
       OPEN INPUT INP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-INP-AVAIL
       END-IF.
       OPEN INPUT HRD-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-HRD-AVAIL
       END-IF.
       OPEN INPUT PEN-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PEN-AVAIL
       END-IF.
       OPEN INPUT STMT-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-STMT-AVAIL
       END-IF.
       OPEN INPUT PRR-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PRR-AVAIL
       END-IF.
       OPEN INPUT SCR-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-SCR-AVAIL
       END-IF.
       OPEN OUTPUT MEPREVIEW-RPT-FILE.
      ******************************************************************
      * ONE ACCOUNT, PRICED EXACTLY AS 100-MAIN PRICES IT. THE MINIMUM
      * STILL ON THE ACCOUNT IS LAST CYCLE'S; THE CALCULATIONS CHANGE
      * CH-REC ONLY IN STORAGE, AND IT IS NEVER REWRITTEN.
      ******************************************************************
       810-PREVIEW-ACCOUNT.
       MOVE CH-BAL TO WS-TOTAL.
       MOVE CH-BAL TO WS-START-BAL.
       MOVE 'N' TO WS-PAID-THIS-CYCLE.
       MOVE ZERO TO WS-PAID-AMT.
       MOVE ZERO TO WS-PAID-BY-DUE.
       MOVE ZERO TO WS-CYCLE-CASH.
       MOVE 'N' TO WS-WAS-LATE.
       MOVE ZERO TO WS-PV-INT.
       MOVE ZERO TO WS-PV-LATE.
       MOVE ZERO TO WS-PV-ANNUAL.
       MOVE CH-MIN-DUE TO WS-PV-OLD-MIN.
       MOVE SPACES TO WS-PV-FLAG.
       PERFORM 180-PRODUCT-TERMS.
       PERFORM 182-HARDSHIP-TERMS.
       PERFORM 184-PENALTY-TERMS.
       PERFORM 186-SCRA-TERMS.
       PERFORM 190-GRACE-DUE-DATE.
       PERFORM 200-CALC.
       EVALUATE TRUE
           WHEN CH-STAT-CHARGED-OFF
               MOVE 'CHARGED OFF' TO WS-PV-FLAG
           WHEN CH-SH-CODED
               PERFORM 261-SPECIAL-HANDLING
               MOVE 'SPEC HANDLE' TO WS-PV-FLAG
           WHEN OTHER
               PERFORM 254-INST-BUCKET
               PERFORM 250-FINANCE-CHARGE
               PERFORM 260-LATE-FEE
               PERFORM 263-HARDSHIP-ROLL
               PERFORM 262-ANNUAL-FEE
               PERFORM 270-SET-MIN-DUE
               PERFORM 265-TRACK-DELINQ
               PERFORM 266-PENALTY-REVIEW
       END-EVALUATE.
       IF WS-WAS-LATE = 'Y'
           MOVE 'DELINQUENT' TO WS-PV-FLAG
           ADD 1 TO WS-PV-DELQ-CT
       END-IF.
      * THE SAME TEST AS 268-CHECK-CHARGEOFF.
       IF CH-MISSED-CYCLES >= CAP1-CHARGEOFF-CYCLES
               AND NOT CH-STAT-CHARGED-OFF
           MOVE 'CHARGE OFF' TO WS-PV-FLAG
           ADD 1 TO WS-PV-COF-CT
           ADD WS-TOTAL TO WS-PV-COF-BAL
       END-IF.
       ADD 1 TO WS-PV-ACCTS.
       ADD WS-PV-INT TO WS-PV-T-INT.
       IF WS-PV-LATE > ZERO
           ADD WS-PV-LATE TO WS-PV-T-LATE
           ADD 1 TO WS-PV-LATE-CT
       END-IF.
       IF WS-PV-ANNUAL > ZERO
           ADD WS-PV-ANNUAL TO WS-PV-T-ANNUAL
           ADD 1 TO WS-PV-ANNUAL-CT
       END-IF.
       ADD CH-MIN-DUE TO WS-PV-T-MIN.
       MOVE CH-ID TO OUT-PV-ID.
       MOVE WS-PV-INT TO OUT-PV-INT.
       MOVE WS-PV-LATE TO OUT-PV-LATE.
       MOVE WS-PV-ANNUAL TO OUT-PV-ANNUAL.
       MOVE WS-TOTAL TO OUT-PV-BAL.
       MOVE WS-PV-OLD-MIN TO OUT-PV-OLD-MIN.
       MOVE CH-MIN-DUE TO OUT-PV-NEW-MIN.
       MOVE CH-DUE-DATE TO OUT-PV-DUE.
       MOVE WS-PV-FLAG TO OUT-PV-FLAG.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-LINE.
       PERFORM 820-PREVIEW-VARIANCE.
      ******************************************************************
      * OUT OF LINE: INTEREST AND FEES OVER PV-CHG-PCT OF THE BALANCE
      * CARRIED IN (OR ANY AT ALL ON NONE CARRIED IN, WHEN NO CASH
      * ADVANCE EXPLAINS THEM), OR A MINIMUM DUE THAT MOVED MORE THAN
      * PV-MIN-PCT FROM LAST CYCLE'S.
      ******************************************************************
       820-PREVIEW-VARIANCE.
       COMPUTE WS-PV-CHARGES = WS-PV-INT + WS-PV-LATE + WS-PV-ANNUAL.
       IF WS-START-BAL > ZERO
           IF WS-PV-CHARGES * 100 > WS-START-BAL * WS-PV-CHG-PCT
               MOVE 'CHARGES VS BALANCE' TO WS-PV-REASON
               PERFORM 830-PREVIEW-VAR-ADD
           END-IF
       ELSE
           IF WS-PV-INT > ZERO AND WS-CYCLE-CASH = ZERO
               MOVE 'INTEREST, NO BALANCE' TO WS-PV-REASON
               PERFORM 830-PREVIEW-VAR-ADD
           END-IF
       END-IF.
       IF WS-PV-OLD-MIN > ZERO
           IF CH-MIN-DUE > WS-PV-OLD-MIN
               COMPUTE WS-PV-SWING = CH-MIN-DUE - WS-PV-OLD-MIN
           ELSE
               COMPUTE WS-PV-SWING = WS-PV-OLD-MIN - CH-MIN-DUE
           END-IF
           IF WS-PV-SWING * 100 > WS-PV-OLD-MIN * WS-PV-MIN-PCT
               MOVE 'MINIMUM DUE SWING' TO WS-PV-REASON
               PERFORM 830-PREVIEW-VAR-ADD
           END-IF
       END-IF.
      ******************************************************************
       830-PREVIEW-VAR-ADD.
       ADD 1 TO WS-PV-VAR-CT.
       IF WS-PV-VAR-CT > 500
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO WS-PV-VAR-ID (WS-PV-VAR-CT).
       MOVE WS-PV-REASON TO WS-PV-VAR-REASON (WS-PV-VAR-CT).
       MOVE WS-START-BAL TO WS-PV-VAR-START (WS-PV-VAR-CT).
       MOVE WS-PV-CHARGES TO WS-PV-VAR-CHARGES (WS-PV-VAR-CT).
       MOVE WS-PV-OLD-MIN TO WS-PV-VAR-OLD-MIN (WS-PV-VAR-CT).
       MOVE CH-MIN-DUE TO WS-PV-VAR-NEW-MIN (WS-PV-VAR-CT).
      ******************************************************************
       850-PREVIEW-TOTALS.
       MOVE SPACES TO MEPREVIEW-RPT-LINE.
       WRITE MEPREVIEW-RPT-LINE.
       MOVE 'PREVIEW TOTALS' TO MEPREVIEW-RPT-LINE.
       WRITE MEPREVIEW-RPT-LINE.
       MOVE 'ACCOUNTS IN CYCLE' TO OUT-PV-T-LABEL.
       MOVE WS-PV-ACCTS TO OUT-PV-T-CT.
       MOVE ZERO TO OUT-PV-T-AMT.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-TOTAL.
       MOVE 'INTEREST' TO OUT-PV-T-LABEL.
       MOVE WS-PV-ACCTS TO OUT-PV-T-CT.
       MOVE WS-PV-T-INT TO OUT-PV-T-AMT.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-TOTAL.
       MOVE 'LATE FEES' TO OUT-PV-T-LABEL.
       MOVE WS-PV-LATE-CT TO OUT-PV-T-CT.
       MOVE WS-PV-T-LATE TO OUT-PV-T-AMT.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-TOTAL.
       MOVE 'ANNUAL FEES' TO OUT-PV-T-LABEL.
       MOVE WS-PV-ANNUAL-CT TO OUT-PV-T-CT.
       MOVE WS-PV-T-ANNUAL TO OUT-PV-T-AMT.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-TOTAL.
       MOVE 'NEW MINIMUM DUE' TO OUT-PV-T-LABEL.
       MOVE WS-PV-ACCTS TO OUT-PV-T-CT.
       MOVE WS-PV-T-MIN TO OUT-PV-T-AMT.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-TOTAL.
       MOVE 'ROLLING DELINQUENT' TO OUT-PV-T-LABEL.
       MOVE WS-PV-DELQ-CT TO OUT-PV-T-CT.
       MOVE ZERO TO OUT-PV-T-AMT.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-TOTAL.
       MOVE 'WOULD CHARGE OFF (BALANCE)' TO OUT-PV-T-LABEL.
       MOVE WS-PV-COF-CT TO OUT-PV-T-CT.
       MOVE WS-PV-COF-BAL TO OUT-PV-T-AMT.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-TOTAL.
      ******************************************************************
       860-PREVIEW-VAR-LIST.
       MOVE SPACES TO MEPREVIEW-RPT-LINE.
       WRITE MEPREVIEW-RPT-LINE.
       MOVE SPACES TO MEPREVIEW-RPT-LINE.
       STRING 'VARIANCE - CHARGES OVER ' WS-PV-CHG-PCT
               '% OF BALANCE, MINIMUM MOVED OVER ' WS-PV-MIN-PCT '%'
               DELIMITED BY SIZE INTO MEPREVIEW-RPT-LINE.
       WRITE MEPREVIEW-RPT-LINE.
       IF WS-PV-VAR-CT = ZERO
           MOVE '  NO ACCOUNTS FLAGGED' TO MEPREVIEW-RPT-LINE
           WRITE MEPREVIEW-RPT-LINE
           EXIT PARAGRAPH
       END-IF.
       WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-VAR-HEAD.
       PERFORM VARYING WS-PV-VAR-IDX FROM 1 BY 1
               UNTIL WS-PV-VAR-IDX > WS-PV-VAR-CT
                  OR WS-PV-VAR-IDX > 500
           MOVE WS-PV-VAR-ID (WS-PV-VAR-IDX) TO OUT-PV-VAR-ID
           MOVE WS-PV-VAR-REASON (WS-PV-VAR-IDX) TO OUT-PV-VAR-REASON
           MOVE WS-PV-VAR-START (WS-PV-VAR-IDX) TO OUT-PV-VAR-START
           MOVE WS-PV-VAR-CHARGES (WS-PV-VAR-IDX)
               TO OUT-PV-VAR-CHARGES
           MOVE WS-PV-VAR-OLD-MIN (WS-PV-VAR-IDX)
               TO OUT-PV-VAR-OLD-MIN
           MOVE WS-PV-VAR-NEW-MIN (WS-PV-VAR-IDX)
               TO OUT-PV-VAR-NEW-MIN
           WRITE MEPREVIEW-RPT-LINE FROM OUT-PV-VAR-LINE
       END-PERFORM.
       IF WS-PV-VAR-CT > 500
           MOVE SPACES TO MEPREVIEW-RPT-LINE
           STRING '  ' WS-PV-VAR-CT ' FLAGS IN ALL - FIRST 500 LISTED'
                   DELIMITED BY SIZE INTO MEPREVIEW-RPT-LINE
           WRITE MEPREVIEW-RPT-LINE
       END-IF.
      ******************************************************************
       890-PREVIEW-CLOSE.
       CLOSE CH-FILE
             CC-TRAN-FILE.
       IF WS-CTY-AVAIL = 'Y'
           CLOSE CTY-FILE
       END-IF.
       IF WS-BXF-AVAIL = 'Y'
           CLOSE BXF-FILE
       END-IF.
       IF WS-INP-AVAIL = 'Y'
           CLOSE INP-FILE
       END-IF.
       IF WS-HRD-AVAIL = 'Y'
           CLOSE HRD-FILE
       END-IF.
       IF WS-PEN-AVAIL = 'Y'
           CLOSE PEN-FILE
       END-IF.
       IF WS-STMT-AVAIL = 'Y'
           CLOSE STMT-FILE
       END-IF.
       IF WS-PRR-AVAIL = 'Y'
           CLOSE PRR-FILE
       END-IF.
       IF WS-SCR-AVAIL = 'Y'
           CLOSE SCR-FILE
       END-IF.
       CLOSE MEPREVIEW-RPT-FILE.
       MOVE 'MEPREVIEW-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-CAP1-MONTH-END' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
