      ******************************************************************
      *PROGRAM:  Capital One Collections Letter Series
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly dunning run. Every delinquent account
      *          (CH-MISSED-CYCLES above zero, not yet charged off)
      *          gets the letter for its aging stage - 30, 60, 90 or
      *          120 days past due, one stage per missed cycle - the
      *          first night it reaches that stage, each letter
      *          firmer than the last on the way to the charge-off
      *          at CAP1-CHARGEOFF-CYCLES. The letter goes by email
      *          from the stage's notice template (EMLTPL.TXT codes
      *          DUN030, DUN060, DUN090, DUN120) where the customer
      *          has a working address, and onto the print-ready
      *          letter file DUNNING-PRT.TXT where they do not.
      *          Accounts with a pending promise to pay, an active
      *          hardship plan, an open dispute, or a special-
      *          handling code are left alone. Every letter is kept
      *          on DUNLTR.DAT, shown on G3-CUST-360, and audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-DUNNING IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-HARDSHIP.
       COPY SELECT-PROMISE.
       COPY SELECT-DISPUTE.
       COPY SELECT-SUPPRESS.
       COPY SELECT-DUNLTR.
       COPY SELECT-DUN-PRT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-HARDSHIP.
       COPY FD-PROMISE.
       COPY FD-DISPUTE.
       COPY FD-SUPPRESS.
       COPY FD-DUNLTR.
       COPY FD-DUN-PRT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-SCAN-EOF                 PIC X VALUE SPACES.
       01  WS-HRD-OPEN                 PIC X VALUE 'N'.
       01  WS-PRM-OPEN                 PIC X VALUE 'N'.
       01  WS-DSP-OPEN                 PIC X VALUE 'N'.
       01  WS-SUP-OPEN                 PIC X VALUE 'N'.
       01  WS-HOLD-WHY                 PIC X VALUE SPACE.
       01  WS-STAGE                    PIC 9 VALUE ZERO.
       01  WS-LAST-STAGE               PIC 9 VALUE ZERO.
       01  WS-LAST-DATE                PIC 9(8) VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.
       01  WS-EMAIL-DEAD               PIC X VALUE 'N'.
       01  WS-LTR-I                    PIC 9 VALUE ZERO.
       01  WS-LTR-BASE                 PIC 9(2) VALUE ZERO.
       01  WS-DELINQ-CTR               PIC 9(5) VALUE ZERO.
       01  WS-EMAIL-CTR                PIC 9(5) VALUE ZERO.
       01  WS-PRINT-CTR                PIC 9(5) VALUE ZERO.
       01  WS-HELD-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-SHOW-AMT                 PIC Z(6)9.99.
       01  WS-SHOW-BAL                 PIC Z(6)9.99-.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
       01  WS-TPL-CODE                 PIC X(8) VALUE SPACES.
       01  WS-TPL-NAME2                PIC X(20) VALUE SPACES.
       01  WS-TPL-AMT                  PIC X(12) VALUE SPACES.
       01  WS-TPL-DATE                 PIC X(8) VALUE SPACES.

      * ONE ENTRY PER STAGE: THE NOTICE TEMPLATE CODE, THE DAYS PAST
      * DUE, AND THE EMAIL SUBJECT. THE SUBJECTS ALL OPEN 'PAST DUE'
      * SO THE SPOOLER STILL WITHHOLDS ONE FROM AN ACCOUNT CODED
      * FOR SPECIAL HANDLING AFTER IT WAS QUEUED.
       01  WS-DUN-STAGE-VALUES.
           03  FILLER PIC X(8)  VALUE 'DUN030'.
           03  FILLER PIC X(3)  VALUE '030'.
           03  FILLER PIC X(40) VALUE
               'PAST DUE NOTICE - 30 DAYS'.
           03  FILLER PIC X(8)  VALUE 'DUN060'.
           03  FILLER PIC X(3)  VALUE '060'.
           03  FILLER PIC X(40) VALUE
               'PAST DUE - SECOND NOTICE - 60 DAYS'.
           03  FILLER PIC X(8)  VALUE 'DUN090'.
           03  FILLER PIC X(3)  VALUE '090'.
           03  FILLER PIC X(40) VALUE
               'PAST DUE - URGENT - 90 DAYS'.
           03  FILLER PIC X(8)  VALUE 'DUN120'.
           03  FILLER PIC X(3)  VALUE '120'.
           03  FILLER PIC X(40) VALUE
               'PAST DUE - FINAL NOTICE - 120 DAYS'.
       01  WS-DUN-STAGE-TABLE REDEFINES WS-DUN-STAGE-VALUES.
           03  WS-DUN-STAGE-ENTRY OCCURS 4 TIMES.
               05  WS-DUN-TPL          PIC X(8).
               05  WS-DUN-DAYS         PIC X(3).
               05  WS-DUN-SUBJECT      PIC X(40).

      * PRINTED LETTER BODY, FOUR LINES PER STAGE, EACH STAGE
      * FIRMER THAN THE ONE BEFORE.
       01  WS-DUN-TEXT-VALUES.
           03  FILLER PIC X(72) VALUE
           'OUR RECORDS SHOW YOUR MINIMUM PAYMENT IS NOW 30 DAYS PAST'.
           03  FILLER PIC X(72) VALUE
           'DUE. IF YOU HAVE ALREADY SENT IT, THANK YOU AND PLEASE'.
           03  FILLER PIC X(72) VALUE
           'DISREGARD THIS LETTER. IF NOT, PLEASE PAY THE AMOUNT DUE'.
           03  FILLER PIC X(72) VALUE
           'SHOWN BELOW AS SOON AS YOU CAN TO AVOID FURTHER LATE FEES.'.
           03  FILLER PIC X(72) VALUE
           'YOUR ACCOUNT IS NOW 60 DAYS PAST DUE AND WE HAVE NOT'.
           03  FILLER PIC X(72) VALUE
           'RECEIVED THE MINIMUM PAYMENT. LATE FEES CONTINUE TO POST'.
           03  FILLER PIC X(72) VALUE
           'AND A PENALTY RATE MAY APPLY. PLEASE PAY THE AMOUNT DUE'.
           03  FILLER PIC X(72) VALUE
           'NOW OR CALL US TO DISCUSS A PAYMENT ARRANGEMENT.'.
           03  FILLER PIC X(72) VALUE
           'YOUR ACCOUNT IS SERIOUSLY DELINQUENT - 90 DAYS PAST DUE.'.
           03  FILLER PIC X(72) VALUE
           'YOUR CHARGING PRIVILEGES MAY BE SUSPENDED AND THE'.
           03  FILLER PIC X(72) VALUE
           'DELINQUENCY REPORTED TO THE CREDIT BUREAUS. CALL US'.
           03  FILLER PIC X(72) VALUE
           'IMMEDIATELY TO PAY OR TO ARRANGE A HARDSHIP PLAN.'.
           03  FILLER PIC X(72) VALUE
           'FINAL NOTICE. YOUR ACCOUNT IS 120 DAYS PAST DUE. UNLESS WE'.
           03  FILLER PIC X(72) VALUE
           'RECEIVE PAYMENT OR HEAR FROM YOU, THE ACCOUNT WILL BE'.
           03  FILLER PIC X(72) VALUE
           'CHARGED OFF, CLOSED, AND REPORTED AS A CHARGE-OFF TO THE'.
           03  FILLER PIC X(72) VALUE
           'CREDIT BUREAUS. THIS IS YOUR LAST CHANCE TO RESOLVE IT.'.
       01  WS-DUN-TEXT-TABLE REDEFINES WS-DUN-TEXT-VALUES.
           03  WS-DUN-TEXT-LINE        PIC X(72) OCCURS 16 TIMES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-DUNNING' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           PERFORM 050-LOAD-PARMS.
           OPEN INPUT CH-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'DUNNING RUN - NO CARDHOLDER FILE'
               GOBACK
           END-IF.
           PERFORM 150-OPEN-FILES.
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
                       IF CH-MISSED-CYCLES > ZERO
                               AND NOT CH-STAT-CHARGED-OFF
                           PERFORM 200-WORK-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CH-FILE
                 DUN-FILE
                 DUN-PRT-FILE.
           MOVE 'DUNNING-PRT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-DUNNING' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-HRD-OPEN = 'Y'
               CLOSE HRD-FILE
           END-IF.
           IF WS-PRM-OPEN = 'Y'
               CLOSE PRM-FILE
           END-IF.
           IF WS-DSP-OPEN = 'Y'
               CLOSE DSP-FILE
           END-IF.
           IF WS-SUP-OPEN = 'Y'
               CLOSE SUP-FILE
           END-IF.
           DISPLAY 'DUNNING RUN COMPLETE - ' WS-DELINQ-CTR
                   ' DELINQUENT, ' WS-EMAIL-CTR ' EMAILED, '
                   WS-PRINT-CTR ' PRINTED, ' WS-HELD-CTR ' HELD'.
           GOBACK.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'DUN-GAP-DY' TO WS-PARM-NAME.
       MOVE CAP1-DUN-GAP-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-DUN-GAP-DY.
      ******************************************************************
      * THE HOLD FILES ARE OPTIONAL - A DESK THAT HAS NEVER SET UP A
      * PLAN OR TAKEN A PROMISE HAS NO FILE YET, AND NOTHING TO HOLD.
      ******************************************************************
       150-OPEN-FILES.
       OPEN INPUT HRD-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-HRD-OPEN
       END-IF.
       OPEN INPUT PRM-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PRM-OPEN
       END-IF.
       OPEN INPUT DSP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-DSP-OPEN
       END-IF.
       OPEN INPUT SUP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-SUP-OPEN
       END-IF.
       OPEN I-O DUN-FILE.
       IF WS-STAT = 35
           CLOSE DUN-FILE
           OPEN OUTPUT DUN-FILE
           CLOSE DUN-FILE
           OPEN I-O DUN-FILE
       END-IF.
       OPEN EXTEND DUN-PRT-FILE.
      ******************************************************************
       200-WORK-ACCOUNT.
       ADD 1 TO WS-DELINQ-CTR.
       IF CH-MISSED-CYCLES > 4
           MOVE 4 TO WS-STAGE
       ELSE
           MOVE CH-MISSED-CYCLES TO WS-STAGE
       END-IF.
       PERFORM 300-CHECK-HOLDS.
       IF WS-HOLD-WHY NOT = SPACE
           ADD 1 TO WS-HELD-CTR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 400-LAST-LETTER.
       IF WS-LAST-STAGE = WS-STAGE
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY) -
               FUNCTION INTEGER-OF-DATE (WS-LAST-DATE)
           IF WS-AGE-DAYS < CAP1-DUN-GAP-DY
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM 450-CHECK-EMAIL.
       IF CH-EMAIL = SPACES OR WS-EMAIL-DEAD = 'Y'
           PERFORM 600-PRINT-LETTER
           MOVE 'P' TO DUN-CHANNEL
           ADD 1 TO WS-PRINT-CTR
       ELSE
           PERFORM 500-EMAIL-LETTER
           MOVE 'E' TO DUN-CHANNEL
           ADD 1 TO WS-EMAIL-CTR
       END-IF.
       PERFORM 700-LOG-LETTER.
      ******************************************************************
      * ANY ONE OF THESE MEANS THE ACCOUNT IS BEING WORKED ANOTHER
      * WAY AND A FORM LETTER WOULD ONLY CROSS IT: SPECIAL HANDLING,
      * A HARDSHIP PLAN STILL RUNNING, A PROMISE NOT YET DUE OR
      * CHECKED, OR A DISPUTE STILL OPEN.
      ******************************************************************
       300-CHECK-HOLDS.
       MOVE SPACE TO WS-HOLD-WHY.
       IF CH-SH-CODED
           MOVE 'S' TO WS-HOLD-WHY
           EXIT PARAGRAPH
       END-IF.
       IF WS-HRD-OPEN = 'Y'
           MOVE CH-ID TO HRD-CH-ID
           READ HRD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HRD-ACTIVE
                       MOVE 'H' TO WS-HOLD-WHY
                       EXIT PARAGRAPH
                   END-IF
           END-READ
       END-IF.
       IF WS-PRM-OPEN = 'Y'
           PERFORM 320-SCAN-PROMISES
           IF WS-HOLD-WHY NOT = SPACE
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-DSP-OPEN = 'Y'
           PERFORM 340-SCAN-DISPUTES
       END-IF.
      ******************************************************************
       320-SCAN-PROMISES.
       MOVE SPACES TO WS-SCAN-EOF.
       MOVE CH-ID TO PRM-CH-ID.
       MOVE ZERO TO PRM-SEQ.
       START PRM-FILE KEY NOT LESS THAN PRM-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
       END-START.
       PERFORM UNTIL WS-SCAN-EOF = 'Y'
           READ PRM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF PRM-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF PRM-PENDING
                           MOVE 'P' TO WS-HOLD-WHY
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       340-SCAN-DISPUTES.
       MOVE SPACES TO WS-SCAN-EOF.
       MOVE CH-ID TO DSP-CC-ID.
       START DSP-FILE KEY NOT LESS THAN DSP-CC-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
       END-START.
       PERFORM UNTIL WS-SCAN-EOF = 'Y'
           READ DSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF DSP-CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF DSP-STAT-OPEN
                           MOVE 'D' TO WS-HOLD-WHY
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE ACCOUNT'S MOST RECENT LETTER: ITS STAGE AND DATE.
      ******************************************************************
       400-LAST-LETTER.
       MOVE ZERO TO WS-LAST-STAGE
                    WS-LAST-DATE.
       MOVE SPACES TO WS-SCAN-EOF.
       MOVE CH-ID TO DUN-CH-ID.
       MOVE ZERO TO DUN-DATE.
       START DUN-FILE KEY NOT LESS THAN DUN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-EOF
       END-START.
       PERFORM UNTIL WS-SCAN-EOF = 'Y'
           READ DUN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF DUN-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       MOVE DUN-STAGE TO WS-LAST-STAGE
                       MOVE DUN-DATE TO WS-LAST-DATE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * AN ADDRESS THE SPOOLER HAS GIVEN UP ON WOULD NEVER BE QUEUED
      * TO; THAT CUSTOMER GETS THE PRINTED LETTER INSTEAD.
      ******************************************************************
       450-CHECK-EMAIL.
       MOVE 'N' TO WS-EMAIL-DEAD.
       IF CH-EMAIL = SPACES OR WS-SUP-OPEN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-EMAIL TO SUP-EMAIL.
       READ SUP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF SUP-DEAD = 'Y'
                   MOVE 'Y' TO WS-EMAIL-DEAD
               END-IF
       END-READ.
      ******************************************************************
      * THE BODY IS RENDERED FROM THE STAGE'S TEMPLATE WITH THE
      * MINIMUM DUE AND THE DUE DATE IT MISSED.
      ******************************************************************
       500-EMAIL-LETTER.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE WS-DUN-SUBJECT (WS-STAGE) TO LK-EMAIL-SUBJECT.
       MOVE WS-DUN-TPL (WS-STAGE) TO WS-TPL-CODE.
       MOVE CH-FNAME TO WS-TPL-NAME2.
       MOVE CH-MIN-DUE TO WS-SHOW-AMT.
       MOVE WS-SHOW-AMT TO WS-TPL-AMT.
       MOVE CH-DUE-DATE TO WS-TPL-DATE.
       CALL 'G3-MAIL-TEMPLATE' USING WS-TPL-CODE, WS-TPL-NAME2,
               WS-TPL-AMT, WS-TPL-DATE, LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
      ******************************************************************
       600-PRINT-LETTER.
       MOVE ALL '=' TO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       MOVE SPACES TO DUN-PRT-LINE.
       STRING 'CAPITAL ONE   ACCOUNT ' CH-ID '   DATE ' WS-TODAY
               DELIMITED BY SIZE INTO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       MOVE SPACES TO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       MOVE SPACES TO DUN-PRT-LINE.
       STRING CH-FNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CH-LNAME DELIMITED BY SPACE
               INTO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       IF CH-BILL-USE-2-ON
           MOVE CH-BILL-ADDRESS TO DUN-PRT-LINE
           WRITE DUN-PRT-LINE
           MOVE CH-BILL-ZIP TO DUN-PRT-LINE
       ELSE
           MOVE CH-ADDRESS TO DUN-PRT-LINE
           WRITE DUN-PRT-LINE
           MOVE CH-ZIP TO DUN-PRT-LINE
       END-IF.
       WRITE DUN-PRT-LINE.
       MOVE SPACES TO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       MOVE SPACES TO DUN-PRT-LINE.
       STRING 'RE: ' WS-DUN-SUBJECT (WS-STAGE)
               DELIMITED BY SIZE INTO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       MOVE SPACES TO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       COMPUTE WS-LTR-BASE = (WS-STAGE - 1) * 4.
       PERFORM VARYING WS-LTR-I FROM 1 BY 1 UNTIL WS-LTR-I > 4
           MOVE WS-DUN-TEXT-LINE (WS-LTR-BASE + WS-LTR-I)
               TO DUN-PRT-LINE
           WRITE DUN-PRT-LINE
       END-PERFORM.
       MOVE SPACES TO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       MOVE CH-MIN-DUE TO WS-SHOW-AMT.
       MOVE SPACES TO DUN-PRT-LINE.
       STRING 'MINIMUM PAYMENT DUE: ' WS-SHOW-AMT
               '   DUE DATE: ' CH-DUE-DATE
               DELIMITED BY SIZE INTO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
       MOVE CH-BAL TO WS-SHOW-BAL.
       MOVE SPACES TO DUN-PRT-LINE.
       STRING 'ACCOUNT BALANCE:     ' WS-SHOW-BAL
               '   DAYS PAST DUE: ' WS-DUN-DAYS (WS-STAGE)
               DELIMITED BY SIZE INTO DUN-PRT-LINE.
       WRITE DUN-PRT-LINE.
      ******************************************************************
       700-LOG-LETTER.
       MOVE CH-ID TO DUN-CH-ID.
       MOVE WS-TODAY TO DUN-DATE.
       MOVE WS-STAGE TO DUN-STAGE.
       MOVE WS-DUN-TPL (WS-STAGE) TO DUN-TPL-CODE.
       MOVE CH-MISSED-CYCLES TO DUN-MISSED.
       MOVE CH-BAL TO DUN-BAL.
       MOVE CH-MIN-DUE TO DUN-MIN-DUE.
       IF DUN-BY-EMAIL
           MOVE CH-EMAIL TO DUN-EMAIL
       ELSE
           MOVE SPACES TO DUN-EMAIL
       END-IF.
       WRITE DUN-REC
           INVALID KEY
               REWRITE DUN-REC
       END-WRITE.
       MOVE 'DUNLTR' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING CH-ID ' ' WS-DUN-DAYS (WS-STAGE) ' ' DUN-CHANNEL
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
