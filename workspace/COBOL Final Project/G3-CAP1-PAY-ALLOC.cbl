      ******************************************************************
      *PROGRAM:  Capital One Payment Allocation
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Shared routine every payment path CALLs right after
      *          its 'D' transaction lands. Splits the payment across
      *          the account's balance segments (SEGBAL.DAT) in the
      *          bank's defined order: the part that goes to what is
      *          left of the minimum due pays the lowest-rate
      *          segments first (installment plans, then promotional
      *          transfers, then purchases, then cash), and anything
      *          above the minimum pays the highest-rate segment
      *          first (cash, then purchases, then promotional
      *          transfers, then installment plans). Dollars taken
      *          off the plan and transfer segments also come off
      *          INP-BALANCE and BXF-AMOUNT so month-end rates what
      *          is really left. More than the segments hold rides
      *          as an overpayment. The split is filed on
      *          PAYALLOC.DAT under the payment's own key.
      *          Function 'R' backs a split out when the payment is
      *          returned NSF: the dollars come back as ordinary
      *          purchase balance (the plan and transfer principal
      *          it retired stays retired) and the minimum-paid
      *          meter gives the credit back if the payment was made
      *          in the current cycle.
      *          An account with no segment record yet is seeded
      *          from its plans, its open transfers, the cycle's
      *          cash meter, and CH-BAL.
      *          A payment that covers an open payoff quote
      *          (PAYOFF.DAT) by its good-through date - the quoted
      *          amount less the per-diem for each day early - marks
      *          the quote paid, which flags the account for closure
      *          on the payoff desk; a return reopens the quote.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-PAY-ALLOC IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-SEGBAL.
       COPY SELECT-PAYALLOC.
       COPY SELECT-BALXFER.
       COPY SELECT-INSTPLAN.
       COPY SELECT-PAYOFF.
      ******************************************************************
       DATA DIVISION.
       COPY FD-SEGBAL.
       COPY FD-PAYALLOC.
       COPY FD-BALXFER.
       COPY FD-INSTPLAN.
       COPY FD-PAYOFF.
       WORKING-STORAGE SECTION.
       COPY WS-AUDIT.
       01  WS-STAT                     PIC 99.
       01  WS-BXF-AVAIL                PIC X VALUE 'N'.
       01  WS-BXF-EOF                  PIC X VALUE SPACES.
       01  WS-INP-AVAIL                PIC X VALUE 'N'.
       01  WS-INP-EOF                  PIC X VALUE SPACES.
       01  WS-SEG-NEW                  PIC X VALUE 'N'.
       01  WS-PAL-DUP                  PIC X VALUE 'N'.
       01  WS-MIN-LEFT                 PIC S9(7)V99 VALUE ZERO.
       01  WS-MIN-PART                 PIC 9(7)V99 VALUE ZERO.
       01  WS-EXTRA                    PIC 9(7)V99 VALUE ZERO.
       01  WS-LEFT                     PIC 9(7)V99 VALUE ZERO.
       01  WS-PIECE                    PIC 9(7)V99 VALUE ZERO.
       01  WS-FILE-LEFT                PIC 9(7)V99 VALUE ZERO.
       01  WS-FILE-PIECE               PIC 9(7)V99 VALUE ZERO.
       01  WS-PQT-AVAIL                PIC X VALUE 'N'.
       01  WS-PQT-EOF                  PIC X VALUE SPACES.
       01  WS-PQT-HIT                  PIC X VALUE 'N'.
       01  WS-PQT-PAY-DATE             PIC 9(8) VALUE ZERO.
       01  WS-PQT-EARLY                PIC 9(3) VALUE ZERO.
       01  WS-PQT-NEEDED               PIC S9(7)V99 VALUE ZERO.
       01  WS-PQT-PROG                 PIC X(20)
                                       VALUE 'G3-CAP1-PAY-ALLOC'.

       LINKAGE SECTION.
      * 'A' = ALLOCATE A NEWLY POSTED PAYMENT, 'R' = BACK OUT A
      * RETURNED ONE.
       01  LK-PAL-FUNC                 PIC X.
      * THE PAYMENT'S CC-TRAN-KEY.
       01  LK-PAL-KEY.
           03  LK-PAL-CH-ID            PIC 9(8).
           03  LK-PAL-TSTAMP           PIC X(14).
           03  LK-PAL-SEQ              PIC 9(2).
       01  LK-PAL-AMOUNT               PIC 9(7)V99.
       01  LK-PAL-MIN-DUE              PIC 9(7)V99.
       01  LK-PAL-BAL                  PIC S9(7)V99.
       01  LK-PAL-CASH                 PIC 9(7)V99.
      ******************************************************************
       PROCEDURE DIVISION USING LK-PAL-FUNC, LK-PAL-KEY,
               LK-PAL-AMOUNT, LK-PAL-MIN-DUE, LK-PAL-BAL,
               LK-PAL-CASH.
       100-MAIN.
           OPEN I-O SEG-FILE.
           IF WS-STAT = 35
               CLOSE SEG-FILE
               OPEN OUTPUT SEG-FILE
               CLOSE SEG-FILE
               OPEN I-O SEG-FILE
           END-IF.
           OPEN I-O PAL-FILE.
           IF WS-STAT = 35
               CLOSE PAL-FILE
               OPEN OUTPUT PAL-FILE
               CLOSE PAL-FILE
               OPEN I-O PAL-FILE
           END-IF.
           OPEN I-O BXF-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-BXF-AVAIL
           END-IF.
           OPEN I-O INP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-INP-AVAIL
           END-IF.
           OPEN I-O PQT-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PQT-AVAIL
           END-IF.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           IF LK-PAL-FUNC = 'R'
               PERFORM 500-REVERSE
           ELSE
               PERFORM 200-ALLOCATE
           END-IF.
           CLOSE SEG-FILE
                 PAL-FILE.
           IF WS-BXF-AVAIL = 'Y'
               CLOSE BXF-FILE
           END-IF.
           IF WS-INP-AVAIL = 'Y'
               CLOSE INP-FILE
           END-IF.
           IF WS-PQT-AVAIL = 'Y'
               CLOSE PQT-FILE
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * A PAYMENT ALREADY SPLIT (A RERUN OF THE POSTING PATH) IS LEFT
      * ALONE SO ITS DOLLARS NEVER COME OFF THE SEGMENTS TWICE.
      ******************************************************************
       200-ALLOCATE.
       MOVE 'N' TO WS-PAL-DUP.
       MOVE LK-PAL-KEY TO PAL-KEY.
       READ PAL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-PAL-DUP
       END-READ.
       IF WS-PAL-DUP = 'Y'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 210-GET-SEGMENTS.
       COMPUTE WS-MIN-LEFT = LK-PAL-MIN-DUE - SEG-MIN-PAID.
       IF WS-MIN-LEFT < ZERO
           MOVE ZERO TO WS-MIN-LEFT
       END-IF.
       IF LK-PAL-AMOUNT > WS-MIN-LEFT
           MOVE WS-MIN-LEFT TO WS-MIN-PART
       ELSE
           MOVE LK-PAL-AMOUNT TO WS-MIN-PART
       END-IF.
       COMPUTE WS-EXTRA = LK-PAL-AMOUNT - WS-MIN-PART.
       MOVE LK-PAL-KEY    TO PAL-KEY.
       MOVE LK-PAL-AMOUNT TO PAL-AMOUNT.
       MOVE WS-MIN-PART   TO PAL-TO-MIN.
       MOVE ZERO TO PAL-TO-INST.
       MOVE ZERO TO PAL-TO-PROMO.
       MOVE ZERO TO PAL-TO-PURCH.
       MOVE ZERO TO PAL-TO-CASH.
       MOVE ZERO TO PAL-TO-OVER.
       MOVE 'A' TO PAL-STATUS.
      * THE MINIMUM: LOWEST RATE FIRST.
       MOVE WS-MIN-PART TO WS-LEFT.
       PERFORM 310-TO-INST.
       PERFORM 320-TO-PROMO.
       PERFORM 330-TO-PURCH.
       PERFORM 340-TO-CASH.
      * ABOVE THE MINIMUM: HIGHEST RATE FIRST.
       ADD WS-EXTRA TO WS-LEFT.
       PERFORM 340-TO-CASH.
       PERFORM 330-TO-PURCH.
       PERFORM 320-TO-PROMO.
       PERFORM 310-TO-INST.
       MOVE WS-LEFT TO PAL-TO-OVER.
       ADD WS-MIN-PART TO SEG-MIN-PAID.
       WRITE PAL-REC
           INVALID KEY
               CONTINUE
       END-WRITE.
       IF WS-SEG-NEW = 'Y'
           WRITE SEG-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
       ELSE
           REWRITE SEG-REC
       END-IF.
       PERFORM 600-PAYOFF-MATCH.
      ******************************************************************
       210-GET-SEGMENTS.
       MOVE 'N' TO WS-SEG-NEW.
       MOVE LK-PAL-CH-ID TO SEG-CH-ID.
       READ SEG-FILE
           INVALID KEY
               MOVE 'Y' TO WS-SEG-NEW
       END-READ.
       IF WS-SEG-NEW = 'Y'
           PERFORM 220-SEED-SEGMENTS
       END-IF.
      ******************************************************************
      * FIRST PAYMENT SINCE SEGMENTS WERE KEPT: THE PLAN AND TRANSFER
      * FILES ARE THE AUTHORITY FOR THEIR SEGMENTS, THE CYCLE'S CASH
      * METER STANDS IN FOR THE CASH SEGMENT, AND PURCHASES ARE
      * WHATEVER ELSE CH-BAL CARRIES.
      ******************************************************************
       220-SEED-SEGMENTS.
       MOVE LK-PAL-CH-ID TO SEG-CH-ID.
       MOVE ZERO TO SEG-INST-BAL.
       MOVE ZERO TO SEG-PROMO-BAL.
       MOVE ZERO TO SEG-MIN-PAID.
       MOVE ZERO TO SEG-ROLL-DATE.
       MOVE LK-PAL-CASH TO SEG-CASH-BAL.
       IF WS-INP-AVAIL = 'Y'
           MOVE SPACES TO WS-INP-EOF
           MOVE LK-PAL-CH-ID TO INP-CH-ID
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
                       IF INP-CH-ID NOT = LK-PAL-CH-ID
                           MOVE 'Y' TO WS-INP-EOF
                       ELSE
                           IF INP-ACTIVE
                               ADD INP-BALANCE TO SEG-INST-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       IF WS-BXF-AVAIL = 'Y'
           MOVE SPACES TO WS-BXF-EOF
           MOVE LK-PAL-CH-ID TO BXF-CH-ID
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
                       IF BXF-CH-ID NOT = LK-PAL-CH-ID
                           MOVE 'Y' TO WS-BXF-EOF
                       ELSE
                           IF BXF-PROMO-OPEN
                               ADD BXF-AMOUNT TO SEG-PROMO-BAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       COMPUTE SEG-PURCH-BAL = LK-PAL-BAL - SEG-INST-BAL
               - SEG-PROMO-BAL - SEG-CASH-BAL.
       IF SEG-PURCH-BAL < ZERO
           ADD SEG-PURCH-BAL TO SEG-CASH-BAL
           MOVE ZERO TO SEG-PURCH-BAL
           IF SEG-CASH-BAL < ZERO
               MOVE ZERO TO SEG-CASH-BAL
           END-IF
       END-IF.
      ******************************************************************
      * EACH SEGMENT TAKES THE LESSER OF WHAT IS LEFT OF THE PAYMENT
      * AND WHAT THE SEGMENT CARRIES.
      ******************************************************************
       310-TO-INST.
       IF WS-LEFT > ZERO AND SEG-INST-BAL > ZERO
           IF WS-LEFT > SEG-INST-BAL
               MOVE SEG-INST-BAL TO WS-PIECE
           ELSE
               MOVE WS-LEFT TO WS-PIECE
           END-IF
           SUBTRACT WS-PIECE FROM SEG-INST-BAL
           ADD WS-PIECE TO PAL-TO-INST
           SUBTRACT WS-PIECE FROM WS-LEFT
           PERFORM 315-INST-PLANS
       END-IF.
      ******************************************************************
      * RETIRE THE PIECE OFF THE ACCOUNT'S ACTIVE PLANS OLDEST FIRST;
      * A PLAN PAID TO ZERO COMPLETES.
      ******************************************************************
       315-INST-PLANS.
       IF WS-INP-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PIECE TO WS-FILE-LEFT.
       MOVE SPACES TO WS-INP-EOF.
       MOVE LK-PAL-CH-ID TO INP-CH-ID.
       MOVE ZERO TO INP-SEQ.
       START INP-FILE KEY NOT LESS THAN INP-KEY
           INVALID KEY
               MOVE 'Y' TO WS-INP-EOF
       END-START.
       PERFORM UNTIL WS-INP-EOF = 'Y' OR WS-FILE-LEFT = ZERO
           READ INP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INP-EOF
               NOT AT END
                   IF INP-CH-ID NOT = LK-PAL-CH-ID
                       MOVE 'Y' TO WS-INP-EOF
                   ELSE
                       IF INP-ACTIVE AND INP-BALANCE > ZERO
                           IF WS-FILE-LEFT > INP-BALANCE
                               MOVE INP-BALANCE TO WS-FILE-PIECE
                           ELSE
                               MOVE WS-FILE-LEFT TO WS-FILE-PIECE
                           END-IF
                           SUBTRACT WS-FILE-PIECE FROM INP-BALANCE
                           SUBTRACT WS-FILE-PIECE FROM WS-FILE-LEFT
                           IF INP-BALANCE = ZERO
                               MOVE 'C' TO INP-STATUS
                           END-IF
                           REWRITE INP-REC
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       320-TO-PROMO.
       IF WS-LEFT > ZERO AND SEG-PROMO-BAL > ZERO
           IF WS-LEFT > SEG-PROMO-BAL
               MOVE SEG-PROMO-BAL TO WS-PIECE
           ELSE
               MOVE WS-LEFT TO WS-PIECE
           END-IF
           SUBTRACT WS-PIECE FROM SEG-PROMO-BAL
           ADD WS-PIECE TO PAL-TO-PROMO
           SUBTRACT WS-PIECE FROM WS-LEFT
           PERFORM 325-PROMO-XFERS
       END-IF.
      ******************************************************************
      * RETIRE THE PIECE OFF THE ACCOUNT'S OPEN TRANSFERS OLDEST
      * FIRST, SO THE MONTH-END PROMO BUCKET RATES WHAT IS LEFT.
      ******************************************************************
       325-PROMO-XFERS.
       IF WS-BXF-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PIECE TO WS-FILE-LEFT.
       MOVE SPACES TO WS-BXF-EOF.
       MOVE LK-PAL-CH-ID TO BXF-CH-ID.
       MOVE ZERO TO BXF-SEQ.
       START BXF-FILE KEY NOT LESS THAN BXF-KEY
           INVALID KEY
               MOVE 'Y' TO WS-BXF-EOF
       END-START.
       PERFORM UNTIL WS-BXF-EOF = 'Y' OR WS-FILE-LEFT = ZERO
           READ BXF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BXF-EOF
               NOT AT END
                   IF BXF-CH-ID NOT = LK-PAL-CH-ID
                       MOVE 'Y' TO WS-BXF-EOF
                   ELSE
                       IF BXF-PROMO-OPEN AND BXF-AMOUNT > ZERO
                           IF WS-FILE-LEFT > BXF-AMOUNT
                               MOVE BXF-AMOUNT TO WS-FILE-PIECE
                           ELSE
                               MOVE WS-FILE-LEFT TO WS-FILE-PIECE
                           END-IF
                           SUBTRACT WS-FILE-PIECE FROM BXF-AMOUNT
                           SUBTRACT WS-FILE-PIECE FROM WS-FILE-LEFT
                           REWRITE BXF-REC
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       330-TO-PURCH.
       IF WS-LEFT > ZERO AND SEG-PURCH-BAL > ZERO
           IF WS-LEFT > SEG-PURCH-BAL
               MOVE SEG-PURCH-BAL TO WS-PIECE
           ELSE
               MOVE WS-LEFT TO WS-PIECE
           END-IF
           SUBTRACT WS-PIECE FROM SEG-PURCH-BAL
           ADD WS-PIECE TO PAL-TO-PURCH
           SUBTRACT WS-PIECE FROM WS-LEFT
       END-IF.
      ******************************************************************
       340-TO-CASH.
       IF WS-LEFT > ZERO AND SEG-CASH-BAL > ZERO
           IF WS-LEFT > SEG-CASH-BAL
               MOVE SEG-CASH-BAL TO WS-PIECE
           ELSE
               MOVE WS-LEFT TO WS-PIECE
           END-IF
           SUBTRACT WS-PIECE FROM SEG-CASH-BAL
           ADD WS-PIECE TO PAL-TO-CASH
           SUBTRACT WS-PIECE FROM WS-LEFT
       END-IF.
      ******************************************************************
      * A RETURNED PAYMENT NEVER MOVED MONEY: PUT ITS DOLLARS BACK ON
      * THE SEGMENTS AND MARK THE SPLIT RETURNED.
      ******************************************************************
       500-REVERSE.
       MOVE LK-PAL-KEY TO PAL-KEY.
       READ PAL-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF NOT PAL-APPLIED
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-PAL-CH-ID TO SEG-CH-ID.
       READ SEG-FILE
           INVALID KEY
               MOVE 'Y' TO WS-SEG-NEW
           NOT INVALID KEY
               MOVE 'N' TO WS-SEG-NEW
       END-READ.
       IF WS-SEG-NEW = 'N'
           ADD PAL-TO-CASH TO SEG-CASH-BAL
           ADD PAL-TO-PURCH TO SEG-PURCH-BAL
           ADD PAL-TO-PROMO TO SEG-PURCH-BAL
           ADD PAL-TO-INST TO SEG-PURCH-BAL
           IF PAL-TSTAMP (1:8) >= SEG-ROLL-DATE
               IF PAL-TO-MIN > SEG-MIN-PAID
                   MOVE ZERO TO SEG-MIN-PAID
               ELSE
                   SUBTRACT PAL-TO-MIN FROM SEG-MIN-PAID
               END-IF
           END-IF
           REWRITE SEG-REC
       END-IF.
       MOVE 'N' TO PAL-STATUS.
       REWRITE PAL-REC.
       PERFORM 650-PAYOFF-UNDO.
      ******************************************************************
      * THE FIRST OPEN QUOTE ON THE ACCOUNT THIS PAYMENT SETTLES: MADE
      * BY THE GOOD-THROUGH DATE AND AT LEAST THE QUOTED AMOUNT LESS
      * THE PER-DIEM FOR EACH DAY IT CAME IN EARLY.
      ******************************************************************
       600-PAYOFF-MATCH.
       IF WS-PQT-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-PAL-TSTAMP (1:8) TO WS-PQT-PAY-DATE.
       MOVE 'N' TO WS-PQT-HIT.
       MOVE SPACES TO WS-PQT-EOF.
       MOVE LK-PAL-CH-ID TO PQT-CH-ID.
       START PQT-FILE KEY NOT LESS THAN PQT-CH-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PQT-EOF
       END-START.
       PERFORM UNTIL WS-PQT-EOF = 'Y' OR WS-PQT-HIT = 'Y'
           READ PQT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PQT-EOF
               NOT AT END
                   IF PQT-CH-ID NOT = LK-PAL-CH-ID
                       MOVE 'Y' TO WS-PQT-EOF
                   ELSE
                       IF PQT-OPEN
                               AND WS-PQT-PAY-DATE <= PQT-GOOD-THRU
                           PERFORM 610-PAYOFF-TEST
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       610-PAYOFF-TEST.
       COMPUTE WS-PQT-EARLY =
           FUNCTION INTEGER-OF-DATE (PQT-GOOD-THRU) -
           FUNCTION INTEGER-OF-DATE (WS-PQT-PAY-DATE).
       COMPUTE WS-PQT-NEEDED =
           PQT-AMOUNT - PQT-PER-DIEM * WS-PQT-EARLY.
       IF LK-PAL-AMOUNT < WS-PQT-NEEDED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-PQT-HIT.
       MOVE 'P' TO PQT-STATUS.
       MOVE WS-PQT-PAY-DATE TO PQT-PAID-DATE.
       MOVE LK-PAL-AMOUNT TO PQT-PAID-AMT.
       MOVE LK-PAL-KEY TO PQT-PAID-KEY.
       REWRITE PQT-REC.
       MOVE 'PQPAID' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING PQT-ID ' ' PQT-CH-ID DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PQT-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * A RETURNED PAYOFF NEVER PAID ANYTHING: THE QUOTE IT SETTLED
      * GOES BACK TO OPEN AND THE ACCOUNT COMES OFF THE CLOSURE LIST.
      ******************************************************************
       650-PAYOFF-UNDO.
       IF WS-PQT-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PQT-EOF.
       MOVE LK-PAL-CH-ID TO PQT-CH-ID.
       START PQT-FILE KEY NOT LESS THAN PQT-CH-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PQT-EOF
       END-START.
       PERFORM UNTIL WS-PQT-EOF = 'Y'
           READ PQT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PQT-EOF
               NOT AT END
                   IF PQT-CH-ID NOT = LK-PAL-CH-ID
                       MOVE 'Y' TO WS-PQT-EOF
                   ELSE
                       IF PQT-PAID AND PQT-PAID-KEY = LK-PAL-KEY
                           MOVE 'O' TO PQT-STATUS
                           MOVE ZERO TO PQT-PAID-DATE
                                        PQT-PAID-AMT
                           MOVE SPACES TO PQT-PAID-KEY
                           REWRITE PQT-REC
                           MOVE 'PQOPEN' TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-KEY
                           STRING PQT-ID ' ' PQT-CH-ID
                               DELIMITED BY SIZE INTO WS-AUD-KEY
                           CALL 'G3-AUDIT-LOG' USING WS-PQT-PROG,
                               WS-OPERATOR-ID, WS-AUD-ACTION,
                               WS-AUD-KEY
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
