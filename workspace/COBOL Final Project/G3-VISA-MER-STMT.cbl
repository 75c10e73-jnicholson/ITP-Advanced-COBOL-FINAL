      ******************************************************************
      *PROGRAM:  Monthly Merchant Statement Run
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Month-start batch that explains last month's deposits
      *          to every merchant: gross sales, refunds and net by
      *          location (MERDAY.DAT); the discount fee by ticket
      *          tier of the merchant's category (FEESCHED.TXT,
      *          rated the way the settlement run rates it, over the
      *          month's purchases still on CC-TRAN-FILE or already
      *          archived to CC-ARCHIVE.TXT) with the interchange
      *          share passed to the card issuers; chargebacks and
      *          representment outcomes (DISPUTE.DAT); reserve held,
      *          released and still on hand (RESERVE.DAT); ACH
      *          returns and every payout with its date and trace
      *          (PAYABLE.DAT). Each statement is filed line by line
      *          on MSTMT.DAT and queued to MER-EMAIL through
      *          G3-SEND-EMAIL-B; the spooler attaches the filed
      *          lines. Pending and declined merchants are skipped, a
      *          terminated merchant only gets one while it still has
      *          activity, and a merchant already issued a statement
      *          for the month is not issued another, so the run can
      *          be restarted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-MER-STMT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-MERLOC.
       COPY SELECT-MERDAY.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CC-ARCH.
       COPY SELECT-FEESCHED.
       COPY SELECT-DISPUTE.
       COPY SELECT-RESERVE.
       COPY SELECT-PAYABLE.
       COPY SELECT-MSTMT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-MERLOC.
       COPY FD-MERDAY.
       COPY FD-CC-TRAN.
       COPY FD-CC-ARCH.
       COPY FD-FEESCHED.
       COPY FD-DISPUTE.
       COPY FD-RESERVE.
       COPY FD-PAYABLE.
       COPY FD-MSTMT.
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-AUDIT.

      * THE SETTLEMENT RUN'S HOUSE RATE FOR A CATEGORY WITH NO
      * SCHEDULE LINE, AND THE SHARE OF EACH PURCHASE THE ISSUER
      * KEEPS (G3-VISA-ISS-SETTLE).
       01  WS-FEE-DEFAULT-PCT          PIC V9(4) VALUE .0200.
       01  WS-INTERCHANGE-PCT          PIC V9(4) VALUE .0150.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CUR-FIRST                PIC 9(8) VALUE ZERO.
       01  WS-PER-FIRST                PIC 9(8) VALUE ZERO.
       01  WS-PER-LAST                 PIC 9(8) VALUE ZERO.
       01  WS-PER-YM                   PIC 9(6) VALUE ZERO.
       01  WS-TRAN-YM                  PIC X(6) VALUE SPACES.
       01  WS-PRICE                    PIC 9(7)V99 VALUE ZERO.
       01  WS-THIS-PCT                 PIC V9(4) VALUE ZERO.
       01  WS-THIS-FEE                 PIC 9(7)V99 VALUE ZERO.
       01  WS-MER-EOF                  PIC X VALUE SPACES.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-ARCH-EOF                 PIC X VALUE SPACES.
       01  WS-MDY-EOF                  PIC X VALUE SPACES.
       01  WS-DSP-EOF                  PIC X VALUE SPACES.
       01  WS-RSV-EOF                  PIC X VALUE SPACES.
       01  WS-PAY-EOF                  PIC X VALUE SPACES.
       01  WS-MERLOC-AVAIL             PIC X VALUE 'N'.
       01  WS-MDY-AVAIL                PIC X VALUE 'N'.
       01  WS-DSP-AVAIL                PIC X VALUE 'N'.
       01  WS-RSV-AVAIL                PIC X VALUE 'N'.
       01  WS-PAY-AVAIL                PIC X VALUE 'N'.
       01  WS-ISSUED                   PIC X VALUE 'N'.
       01  WS-ACTIVITY                 PIC X VALUE 'N'.
       01  WS-STMT-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-SKIP-CTR                 PIC 9(5) VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.

       01  WS-FEE-COUNT                PIC 99 VALUE ZERO.
       01  WS-FEE-IDX                  PIC 99 VALUE ZERO.
       01  WS-FEE-HIT                  PIC X VALUE 'N'.
       01  WS-FEE-TABLE.
           03  WS-FEE-ENTRY OCCURS 30 TIMES.
               05  WS-FT-CAT           PIC X(10).
               05  WS-FT-BREAK         PIC 9(5)V99.
               05  WS-FT-SMALL         PIC V9(4).
               05  WS-FT-LARGE         PIC V9(4).

      * ONE SLOT PER MERCHANT IN KEY ORDER: ITS SCHEDULE LINE (ZERO
      * FOR THE HOUSE RATE) AND THE MONTH'S PURCHASES BY TIER.
       01  WS-MER-IDX                  PIC 9(4) VALUE ZERO.
       01  WS-MER-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-MER-HIT                  PIC X VALUE 'N'.
       01  WS-MER-TABLE.
           03  WS-MER-ENTRY OCCURS 1000 TIMES.
               05  WS-MT-ID            PIC 9(8).
               05  WS-MT-FEE-IDX       PIC 99.
               05  WS-MT-SM-CT         PIC 9(7).
               05  WS-MT-SM-VOL        PIC 9(11)V99.
               05  WS-MT-SM-FEE        PIC 9(9)V99.
               05  WS-MT-LG-CT         PIC 9(7).
               05  WS-MT-LG-VOL        PIC 9(11)V99.
               05  WS-MT-LG-FEE        PIC 9(9)V99.

      * THE STATEMENT IS BUILT HERE BEFORE ANY OF IT IS FILED.
       01  WS-LN-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LN-IDX                   PIC 9(4) VALUE ZERO.
       01  WS-LN-TABLE.
           03  WS-LN-TEXT OCCURS 300 TIMES PIC X(80).
       01  WS-LINE                     PIC X(80) VALUE SPACES.

       01  WS-SUM-CT                   PIC 9(7) VALUE ZERO.
       01  WS-SUM-GROSS                PIC 9(11)V99 VALUE ZERO.
       01  WS-SUM-REFUNDS              PIC 9(11)V99 VALUE ZERO.
       01  WS-LOC-CT                   PIC 9(7) VALUE ZERO.
       01  WS-LOC-GROSS                PIC 9(11)V99 VALUE ZERO.
       01  WS-LOC-REFUNDS              PIC 9(11)V99 VALUE ZERO.
       01  WS-CUR-LOC                  PIC 9(8) VALUE ZERO.
       01  WS-LOC-NAME                 PIC X(20) VALUE SPACES.
       01  WS-INTERCHANGE              PIC 9(9)V99 VALUE ZERO.
       01  WS-FEE-TOTAL                PIC 9(9)V99 VALUE ZERO.
       01  WS-CB-CT                    PIC 9(5) VALUE ZERO.
       01  WS-CB-AMT                   PIC 9(9)V99 VALUE ZERO.
       01  WS-REV-AMT                  PIC 9(9)V99 VALUE ZERO.
       01  WS-OPEN-CT                  PIC 9(5) VALUE ZERO.
       01  WS-OPEN-AMT                 PIC 9(9)V99 VALUE ZERO.
       01  WS-RSV-HELD                 PIC 9(9)V99 VALUE ZERO.
       01  WS-RSV-RELEASED             PIC 9(9)V99 VALUE ZERO.
       01  WS-RSV-ON-HAND              PIC 9(9)V99 VALUE ZERO.
       01  WS-RET-CT                   PIC 9(5) VALUE ZERO.
       01  WS-RET-AMT                  PIC 9(9)V99 VALUE ZERO.
       01  WS-PAID-CT                  PIC 9(5) VALUE ZERO.
       01  WS-PAID-AMT                 PIC 9(11)V99 VALUE ZERO.
       01  WS-PAY-KIND                 PIC X(15) VALUE SPACES.
       01  WS-REPR-TEXT                PIC X(26) VALUE SPACES.

       01  WS-ED-AMT                   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMT2                  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMT3                  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-CT                    PIC ZZZ,ZZ9.
       01  WS-ED-PCT                   PIC 9.99.
       01  WS-ED-NET                   PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-NET                      PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT-100                  PIC 9V99 VALUE ZERO.

       01  OUT-MSS-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-MSS-LOC             PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-MSS-NAME            PIC X(16).
           03  OUT-MSS-CT              PIC ZZZ,ZZ9.
           03  OUT-MSS-GROSS           PIC ZZ,ZZZ,ZZ9.99.
           03  OUT-MSS-REFUNDS         PIC ZZ,ZZZ,ZZ9.99.
           03  OUT-MSS-NET             PIC ZZ,ZZZ,ZZ9.99-.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-VISA-MER-STMT' TO VISA-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY TO WS-CUR-FIRST.
           MOVE 01 TO WS-CUR-FIRST (7:2).
           COMPUTE WS-PER-LAST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CUR-FIRST) - 1).
           MOVE WS-PER-LAST TO WS-PER-FIRST.
           MOVE 01 TO WS-PER-FIRST (7:2).
           MOVE WS-PER-LAST (1:6) TO WS-PER-YM.
           PERFORM 120-LOAD-FEESCHED.
           PERFORM 130-OPEN-FILES.
           PERFORM 200-LOAD-MERCHANTS.
           PERFORM 300-SWEEP-TRAN.
           PERFORM 350-SWEEP-ARCHIVE.
           PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                   UNTIL WS-MER-IDX > WS-MER-COUNT
               PERFORM 400-ONE-MERCHANT
           END-PERFORM.
           PERFORM 140-CLOSE-FILES.
           DISPLAY 'MERCHANT STATEMENTS FOR ' WS-PER-YM ' - '
                   WS-STMT-CTR ' ISSUED, ' WS-SKIP-CTR
                   ' ALREADY ON FILE'.
           GOBACK.
      ******************************************************************
       120-LOAD-FEESCHED.
       OPEN INPUT FEESCHED-FILE.
       IF WS-STAT = ZERO
           PERFORM UNTIL WS-FEE-HIT = 'X'
               READ FEESCHED-FILE
                   AT END
                       MOVE 'X' TO WS-FEE-HIT
                   NOT AT END
                       IF WS-FEE-COUNT < 30
                           ADD 1 TO WS-FEE-COUNT
                           MOVE FEE-CATEGORY TO
                               WS-FT-CAT (WS-FEE-COUNT)
                           MOVE FEE-TICKET-BREAK TO
                               WS-FT-BREAK (WS-FEE-COUNT)
                           MOVE FEE-PCT-SMALL TO
                               WS-FT-SMALL (WS-FEE-COUNT)
                           MOVE FEE-PCT-LARGE TO
                               WS-FT-LARGE (WS-FEE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEESCHED-FILE
       END-IF.
       MOVE 'N' TO WS-FEE-HIT.
      ******************************************************************
      * THE SUPPORTING FILES ARE OPTIONAL: ONE NOT YET CREATED SIMPLY
      * HAS NOTHING TO SAY ON ANY STATEMENT.
      ******************************************************************
       130-OPEN-FILES.
       OPEN INPUT MER-FILE.
       OPEN INPUT CC-TRAN-FILE.
       OPEN INPUT CC-ARCH-FILE.
       OPEN INPUT MERLOC-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-MERLOC-AVAIL
       END-IF.
       OPEN INPUT MDY-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-MDY-AVAIL
       END-IF.
       OPEN INPUT DSP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-DSP-AVAIL
       END-IF.
       OPEN INPUT RSV-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-RSV-AVAIL
       END-IF.
       OPEN INPUT PAY-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PAY-AVAIL
       END-IF.
       OPEN I-O MST-FILE.
       IF WS-STAT = 35
           CLOSE MST-FILE
           OPEN OUTPUT MST-FILE
           CLOSE MST-FILE
           OPEN I-O MST-FILE
       END-IF.
      ******************************************************************
       140-CLOSE-FILES.
       CLOSE MER-FILE
             CC-TRAN-FILE
             CC-ARCH-FILE
             MST-FILE.
       IF WS-MERLOC-AVAIL = 'Y'
           CLOSE MERLOC-FILE
       END-IF.
       IF WS-MDY-AVAIL = 'Y'
           CLOSE MDY-FILE
       END-IF.
       IF WS-DSP-AVAIL = 'Y'
           CLOSE DSP-FILE
       END-IF.
       IF WS-RSV-AVAIL = 'Y'
           CLOSE RSV-FILE
       END-IF.
       IF WS-PAY-AVAIL = 'Y'
           CLOSE PAY-FILE
       END-IF.
      ******************************************************************
      * EVERY MERCHANT THAT HAS EVER BEEN ABLE TO TAKE A CHARGE, WITH
      * ITS CATEGORY'S SCHEDULE LINE RESOLVED ONCE.
      ******************************************************************
       200-LOAD-MERCHANTS.
       MOVE ZERO TO MER-ID.
       START MER-FILE KEY NOT LESS THAN MER-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MER-EOF
       END-START.
       PERFORM UNTIL WS-MER-EOF = 'Y'
           READ MER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MER-EOF
               NOT AT END
                   IF NOT MER-STAT-PENDING AND NOT MER-STAT-DECLINED
                       PERFORM 210-ADD-MERCHANT
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       210-ADD-MERCHANT.
       IF WS-MER-COUNT NOT < 1000
           DISPLAY 'MERCHANT TABLE FULL - MERCHANT ' MER-ID
                   ' GETS NO STATEMENT THIS RUN'
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-MER-COUNT.
       MOVE MER-ID TO WS-MT-ID (WS-MER-COUNT).
       MOVE ZERO TO WS-MT-FEE-IDX (WS-MER-COUNT).
       MOVE ZERO TO WS-MT-SM-CT (WS-MER-COUNT).
       MOVE ZERO TO WS-MT-SM-VOL (WS-MER-COUNT).
       MOVE ZERO TO WS-MT-SM-FEE (WS-MER-COUNT).
       MOVE ZERO TO WS-MT-LG-CT (WS-MER-COUNT).
       MOVE ZERO TO WS-MT-LG-VOL (WS-MER-COUNT).
       MOVE ZERO TO WS-MT-LG-FEE (WS-MER-COUNT).
       MOVE 'N' TO WS-FEE-HIT.
       PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-COUNT OR WS-FEE-HIT = 'Y'
           IF WS-FT-CAT (WS-FEE-IDX) = MER-CATEGORY
                   AND MER-CATEGORY NOT = SPACES
               MOVE 'Y' TO WS-FEE-HIT
               MOVE WS-FEE-IDX TO WS-MT-FEE-IDX (WS-MER-COUNT)
           END-IF
       END-PERFORM.
      ******************************************************************
      * THE MONTH'S UNDISPUTED PURCHASES STILL LIVE ON THE
      * TRANSACTION FILE...
      ******************************************************************
       300-SWEEP-TRAN.
       MOVE LOW-VALUES TO CC-TRAN-KEY.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CC-EOF
       END-START.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   MOVE CC-TRAN-TSTAMP (1:6) TO WS-TRAN-YM
                   IF TRAN-TYPE = 'W' AND CC-MER-ID > ZERO
                           AND CC-DISPUTED NOT = 'Y'
                           AND WS-TRAN-YM = WS-PER-YM
                       MOVE CC-TRAN-PRICE TO WS-PRICE
                       MOVE CC-MER-ID TO MER-ID
                       PERFORM 370-RATE-PURCHASE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * ...AND THOSE A MONTH-END HAS ALREADY PURGED TO THE ARCHIVE.
      ******************************************************************
       350-SWEEP-ARCHIVE.
       PERFORM UNTIL WS-ARCH-EOF = 'Y'
           READ CC-ARCH-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF
               NOT AT END
                   MOVE CC-ARCH-TSTAMP (1:6) TO WS-TRAN-YM
                   IF CC-ARCH-TYPE = 'W' AND CC-ARCH-MER-ID > ZERO
                           AND CC-ARCH-DISPUTED NOT = 'Y'
                           AND WS-TRAN-YM = WS-PER-YM
                       MOVE CC-ARCH-PRICE TO WS-PRICE
                       MOVE CC-ARCH-MER-ID TO MER-ID
                       PERFORM 370-RATE-PURCHASE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * RATE THE TICKET THE WAY THE SETTLEMENT RUN DOES: THE SMALL
      * RATE BELOW THE CATEGORY'S TICKET BREAK, THE LARGE RATE AT OR
      * ABOVE IT, THE HOUSE RATE (CARRIED AS SMALL) WITH NO LINE.
      ******************************************************************
       370-RATE-PURCHASE.
       MOVE 'N' TO WS-MER-HIT.
       PERFORM VARYING WS-MER-IDX FROM 1 BY 1
               UNTIL WS-MER-IDX > WS-MER-COUNT OR WS-MER-HIT = 'Y'
           IF WS-MT-ID (WS-MER-IDX) = MER-ID
               MOVE 'Y' TO WS-MER-HIT
           END-IF
       END-PERFORM.
       IF WS-MER-HIT = 'N'
           EXIT PARAGRAPH
       END-IF.
       SUBTRACT 1 FROM WS-MER-IDX.
       MOVE WS-MT-FEE-IDX (WS-MER-IDX) TO WS-FEE-IDX.
       IF WS-FEE-IDX = ZERO
           COMPUTE WS-THIS-FEE ROUNDED = WS-PRICE * WS-FEE-DEFAULT-PCT
           ADD 1 TO WS-MT-SM-CT (WS-MER-IDX)
           ADD WS-PRICE TO WS-MT-SM-VOL (WS-MER-IDX)
           ADD WS-THIS-FEE TO WS-MT-SM-FEE (WS-MER-IDX)
       ELSE
           IF WS-PRICE < WS-FT-BREAK (WS-FEE-IDX)
               COMPUTE WS-THIS-FEE ROUNDED =
                   WS-PRICE * WS-FT-SMALL (WS-FEE-IDX)
               ADD 1 TO WS-MT-SM-CT (WS-MER-IDX)
               ADD WS-PRICE TO WS-MT-SM-VOL (WS-MER-IDX)
               ADD WS-THIS-FEE TO WS-MT-SM-FEE (WS-MER-IDX)
           ELSE
               COMPUTE WS-THIS-FEE ROUNDED =
                   WS-PRICE * WS-FT-LARGE (WS-FEE-IDX)
               ADD 1 TO WS-MT-LG-CT (WS-MER-IDX)
               ADD WS-PRICE TO WS-MT-LG-VOL (WS-MER-IDX)
               ADD WS-THIS-FEE TO WS-MT-LG-FEE (WS-MER-IDX)
           END-IF
       END-IF.
      ******************************************************************
      * ONE STATEMENT: SKIPPED IF ALREADY FILED FOR THE MONTH, BUILT
      * SECTION BY SECTION, THEN FILED AND QUEUED FOR EMAIL.
      ******************************************************************
       400-ONE-MERCHANT.
       MOVE WS-MT-ID (WS-MER-IDX) TO MER-ID.
       READ MER-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE 'N' TO WS-ISSUED.
       MOVE MER-ID TO MST-MER-ID.
       MOVE WS-PER-YM TO MST-PERIOD.
       MOVE 1 TO MST-LINE-NO.
       READ MST-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-ISSUED
       END-READ.
       IF WS-ISSUED = 'Y'
           ADD 1 TO WS-SKIP-CTR
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-LN-COUNT.
       MOVE 'N' TO WS-ACTIVITY.
       PERFORM 410-HEADER.
       PERFORM 420-SALES.
       PERFORM 440-FEES.
       PERFORM 460-DISPUTES.
       PERFORM 480-RESERVE.
       PERFORM 500-RETURNS.
       PERFORM 520-PAYOUTS.
       IF MER-STAT-TERMINATED AND WS-ACTIVITY = 'N'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 600-FILE-STATEMENT.
       PERFORM 650-SEND.
       ADD 1 TO WS-STMT-CTR.
      ******************************************************************
       410-HEADER.
       MOVE 'TEAM 3 VISA MERCHANT SERVICES - MONTHLY STATEMENT'
           TO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE SPACES TO WS-LINE.
       STRING 'MERCHANT ' MER-ID '  ' MER-NAME
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE SPACES TO WS-LINE.
       STRING 'PERIOD ' WS-PER-FIRST ' THRU ' WS-PER-LAST
              '   CATEGORY ' MER-CATEGORY
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       PERFORM 910-BLANK-LINE.
      ******************************************************************
      * SALES BY LOCATION: THE MERCHANT-BY-DAY TOTALS COME IN KEY
      * ORDER, SO EACH LOCATION'S DAYS ARE TOGETHER.
      ******************************************************************
       420-SALES.
       MOVE 'SALES BY LOCATION' TO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE '  LOCATION NAME                COUNT        GROSS      REFU
      -    'NDS           NET' TO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE ZERO TO WS-SUM-CT WS-SUM-GROSS WS-SUM-REFUNDS.
       IF WS-MDY-AVAIL = 'Y'
           MOVE ZERO TO WS-LOC-CT WS-LOC-GROSS WS-LOC-REFUNDS
           MOVE 99999999 TO WS-CUR-LOC
           MOVE SPACES TO WS-MDY-EOF
           MOVE MER-ID TO MDY-MER-ID
           MOVE ZERO TO MDY-LOC-ID
           MOVE ZERO TO MDY-DATE
           START MDY-FILE KEY NOT LESS THAN MDY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MDY-EOF
           END-START
           PERFORM UNTIL WS-MDY-EOF = 'Y'
               READ MDY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MDY-EOF
                   NOT AT END
                       IF MDY-MER-ID NOT = MER-ID
                           MOVE 'Y' TO WS-MDY-EOF
                       ELSE
                           IF MDY-DATE NOT < WS-PER-FIRST
                                   AND MDY-DATE NOT > WS-PER-LAST
                               PERFORM 425-SALES-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUR-LOC NOT = 99999999
               PERFORM 430-LOCATION-LINE
           END-IF
       END-IF.
       MOVE SPACES TO OUT-MSS-LINE.
       MOVE 'TOTAL' TO OUT-MSS-LOC.
       MOVE WS-SUM-CT TO OUT-MSS-CT.
       MOVE WS-SUM-GROSS TO OUT-MSS-GROSS.
       MOVE WS-SUM-REFUNDS TO OUT-MSS-REFUNDS.
       COMPUTE WS-NET = WS-SUM-GROSS - WS-SUM-REFUNDS.
       MOVE WS-NET TO OUT-MSS-NET.
       MOVE OUT-MSS-LINE TO WS-LINE.
       PERFORM 900-ADD-LINE.
       PERFORM 910-BLANK-LINE.
      ******************************************************************
       425-SALES-DAY.
       IF MDY-LOC-ID NOT = WS-CUR-LOC
           IF WS-CUR-LOC NOT = 99999999
               PERFORM 430-LOCATION-LINE
           END-IF
           MOVE MDY-LOC-ID TO WS-CUR-LOC
           MOVE ZERO TO WS-LOC-CT WS-LOC-GROSS WS-LOC-REFUNDS
       END-IF.
       ADD MDY-COUNT TO WS-LOC-CT.
       ADD MDY-GROSS TO WS-LOC-GROSS.
       ADD MDY-REFUNDS TO WS-LOC-REFUNDS.
       MOVE 'Y' TO WS-ACTIVITY.
      ******************************************************************
       430-LOCATION-LINE.
       MOVE SPACES TO OUT-MSS-LINE.
       IF WS-CUR-LOC = ZERO
           MOVE 'MAIN' TO OUT-MSS-LOC
           MOVE MER-NAME TO OUT-MSS-NAME
       ELSE
           MOVE WS-CUR-LOC TO OUT-MSS-LOC
           MOVE SPACES TO WS-LOC-NAME
           IF WS-MERLOC-AVAIL = 'Y'
               MOVE WS-CUR-LOC TO MERLOC-ID
               READ MERLOC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MERLOC-NAME TO WS-LOC-NAME
               END-READ
           END-IF
           MOVE WS-LOC-NAME TO OUT-MSS-NAME
       END-IF.
       MOVE WS-LOC-CT TO OUT-MSS-CT.
       MOVE WS-LOC-GROSS TO OUT-MSS-GROSS.
       MOVE WS-LOC-REFUNDS TO OUT-MSS-REFUNDS.
       COMPUTE WS-NET = WS-LOC-GROSS - WS-LOC-REFUNDS.
       MOVE WS-NET TO OUT-MSS-NET.
       MOVE OUT-MSS-LINE TO WS-LINE.
       PERFORM 900-ADD-LINE.
       ADD WS-LOC-CT TO WS-SUM-CT.
       ADD WS-LOC-GROSS TO WS-SUM-GROSS.
       ADD WS-LOC-REFUNDS TO WS-SUM-REFUNDS.
      ******************************************************************
      * FEES: EACH TIER'S ITEMS, VOLUME, RATE AND FEE, THEN THE PART
      * OF THE DISCOUNT PASSED THROUGH TO THE ISSUERS AS INTERCHANGE.
      ******************************************************************
       440-FEES.
       MOVE SPACES TO WS-LINE.
       STRING 'DISCOUNT FEES - CATEGORY ' MER-CATEGORY
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE WS-MT-FEE-IDX (WS-MER-IDX) TO WS-FEE-IDX.
       IF WS-FEE-IDX = ZERO
           COMPUTE WS-PCT-100 = WS-FEE-DEFAULT-PCT * 100
           MOVE WS-MT-SM-CT (WS-MER-IDX) TO WS-ED-CT
           MOVE WS-MT-SM-VOL (WS-MER-IDX) TO WS-ED-AMT
           MOVE WS-PCT-100 TO WS-ED-PCT
           MOVE WS-MT-SM-FEE (WS-MER-IDX) TO WS-ED-AMT2
           MOVE SPACES TO WS-LINE
           STRING '  HOUSE RATE     ' WS-ED-CT ' ITEMS ' WS-ED-AMT
                  ' AT ' WS-ED-PCT '% ' WS-ED-AMT2
                   DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-ADD-LINE
       ELSE
           COMPUTE WS-PCT-100 = WS-FT-SMALL (WS-FEE-IDX) * 100
           MOVE WS-MT-SM-CT (WS-MER-IDX) TO WS-ED-CT
           MOVE WS-MT-SM-VOL (WS-MER-IDX) TO WS-ED-AMT
           MOVE WS-PCT-100 TO WS-ED-PCT
           MOVE WS-MT-SM-FEE (WS-MER-IDX) TO WS-ED-AMT2
           MOVE SPACES TO WS-LINE
           STRING '  SMALL TICKET   ' WS-ED-CT ' ITEMS ' WS-ED-AMT
                  ' AT ' WS-ED-PCT '% ' WS-ED-AMT2
                   DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-ADD-LINE
           COMPUTE WS-PCT-100 = WS-FT-LARGE (WS-FEE-IDX) * 100
           MOVE WS-MT-LG-CT (WS-MER-IDX) TO WS-ED-CT
           MOVE WS-MT-LG-VOL (WS-MER-IDX) TO WS-ED-AMT
           MOVE WS-PCT-100 TO WS-ED-PCT
           MOVE WS-MT-LG-FEE (WS-MER-IDX) TO WS-ED-AMT2
           MOVE SPACES TO WS-LINE
           STRING '  LARGE TICKET   ' WS-ED-CT ' ITEMS ' WS-ED-AMT
                  ' AT ' WS-ED-PCT '% ' WS-ED-AMT2
                   DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-ADD-LINE
           MOVE WS-FT-BREAK (WS-FEE-IDX) TO WS-ED-AMT
           MOVE SPACES TO WS-LINE
           STRING '  (TICKET BREAK ' WS-ED-AMT ')'
                   DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-ADD-LINE
       END-IF.
       COMPUTE WS-FEE-TOTAL = WS-MT-SM-FEE (WS-MER-IDX)
                            + WS-MT-LG-FEE (WS-MER-IDX).
       COMPUTE WS-INTERCHANGE ROUNDED =
           (WS-MT-SM-VOL (WS-MER-IDX) + WS-MT-LG-VOL (WS-MER-IDX))
           * WS-INTERCHANGE-PCT.
       IF WS-INTERCHANGE > WS-FEE-TOTAL
           MOVE WS-FEE-TOTAL TO WS-INTERCHANGE
       END-IF.
       IF WS-FEE-TOTAL > ZERO
           MOVE 'Y' TO WS-ACTIVITY
       END-IF.
       MOVE WS-FEE-TOTAL TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '  TOTAL DISCOUNT FEES                          '
              WS-ED-AMT DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       COMPUTE WS-PCT-100 = WS-INTERCHANGE-PCT * 100.
       MOVE WS-PCT-100 TO WS-ED-PCT.
       MOVE WS-INTERCHANGE TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '    OF WHICH INTERCHANGE TO ISSUERS AT ' WS-ED-PCT
              '%   ' WS-ED-AMT DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       COMPUTE WS-NET = WS-FEE-TOTAL - WS-INTERCHANGE.
       MOVE WS-NET TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '    OF WHICH PROCESSING                        '
              WS-ED-AMT DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       PERFORM 910-BLANK-LINE.
      ******************************************************************
      * CHARGEBACKS DECIDED IN THE MONTH, REPRESENTMENTS RULED ON OR
      * STILL PENDING, AND THE CASES STILL OPEN AT MONTH END.
      ******************************************************************
       460-DISPUTES.
       MOVE 'CHARGEBACKS AND REPRESENTMENTS' TO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE ZERO TO WS-CB-CT WS-CB-AMT WS-REV-AMT
                    WS-OPEN-CT WS-OPEN-AMT.
       IF WS-DSP-AVAIL = 'Y'
           MOVE SPACES TO WS-DSP-EOF
           MOVE ZERO TO DSP-ID
           START DSP-FILE KEY NOT LESS THAN DSP-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSP-EOF
           END-START
           PERFORM UNTIL WS-DSP-EOF = 'Y'
               READ DSP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSP-EOF
                   NOT AT END
                       IF DSP-MER-ID = MER-ID
                           PERFORM 465-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       MOVE WS-CB-CT TO WS-ED-CT.
       MOVE WS-CB-AMT TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '  CHARGEBACKS ' WS-ED-CT '  TOTAL ' WS-ED-AMT
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE WS-REV-AMT TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '  RESTORED ON REPRESENTMENT          ' WS-ED-AMT
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE WS-OPEN-CT TO WS-ED-CT.
       MOVE WS-OPEN-AMT TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '  DISPUTES STILL OPEN ' WS-ED-CT '  AMOUNT ' WS-ED-AMT
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       PERFORM 910-BLANK-LINE.
      ******************************************************************
       465-ONE-CASE.
       IF DSP-STAT-OPEN
           ADD 1 TO WS-OPEN-CT
           ADD DSP-AMOUNT TO WS-OPEN-AMT
       END-IF.
       IF DSP-STAT-WON AND DSP-RESOLVE-DATE NOT < WS-PER-FIRST
               AND DSP-RESOLVE-DATE NOT > WS-PER-LAST
           ADD 1 TO WS-CB-CT
           ADD DSP-AMOUNT TO WS-CB-AMT
           MOVE 'Y' TO WS-ACTIVITY
           MOVE DSP-AMOUNT TO WS-ED-AMT
           MOVE SPACES TO WS-LINE
           STRING '  CHARGEBACK    CASE ' DSP-ID ' DECIDED '
                  DSP-RESOLVE-DATE '      ' WS-ED-AMT
                   DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-ADD-LINE
       END-IF.
       IF NOT DSP-REPR-NONE AND DSP-REPR-DATE NOT < WS-PER-FIRST
               AND DSP-REPR-DATE NOT > WS-PER-LAST
           MOVE 'Y' TO WS-ACTIVITY
           EVALUATE TRUE
               WHEN DSP-REPR-REVERSED
                   MOVE 'WON - FUNDS RESTORED' TO WS-REPR-TEXT
                   ADD DSP-AMOUNT TO WS-REV-AMT
               WHEN DSP-REPR-UPHELD
                   MOVE 'LOST - CHARGEBACK STANDS' TO WS-REPR-TEXT
               WHEN OTHER
                   MOVE 'CONTESTED - UNDER REVIEW' TO WS-REPR-TEXT
           END-EVALUATE
           MOVE DSP-AMOUNT TO WS-ED-AMT
           MOVE SPACES TO WS-LINE
           STRING '  REPRESENTMENT CASE ' DSP-ID ' ' WS-REPR-TEXT
                  WS-ED-AMT DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-ADD-LINE
       END-IF.
      ******************************************************************
      * RESERVE: WITHHELD FROM THE MONTH'S SETTLEMENTS, RELEASED OR
      * PAID OUT IN THE MONTH, AND STILL HELD TODAY.
      ******************************************************************
       480-RESERVE.
       MOVE 'SETTLEMENT RESERVE' TO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE ZERO TO WS-RSV-HELD WS-RSV-RELEASED WS-RSV-ON-HAND.
       IF WS-RSV-AVAIL = 'Y'
           MOVE SPACES TO WS-RSV-EOF
           MOVE MER-ID TO RSV-MER-ID
           MOVE ZERO TO RSV-DATE
           START RSV-FILE KEY NOT LESS THAN RSV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RSV-EOF
           END-START
           PERFORM UNTIL WS-RSV-EOF = 'Y'
               READ RSV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RSV-EOF
                   NOT AT END
                       IF RSV-MER-ID NOT = MER-ID
                           MOVE 'Y' TO WS-RSV-EOF
                       ELSE
                           PERFORM 485-ONE-SLICE
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       IF WS-RSV-HELD > ZERO OR WS-RSV-RELEASED > ZERO
           MOVE 'Y' TO WS-ACTIVITY
       END-IF.
       MOVE WS-RSV-HELD TO WS-ED-AMT.
       MOVE WS-RSV-RELEASED TO WS-ED-AMT2.
       MOVE WS-RSV-ON-HAND TO WS-ED-AMT3.
       MOVE SPACES TO WS-LINE.
       STRING '  HELD ' WS-ED-AMT '  RELEASED ' WS-ED-AMT2
              '  ON HAND ' WS-ED-AMT3
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
       PERFORM 910-BLANK-LINE.
      ******************************************************************
       485-ONE-SLICE.
       IF RSV-DATE NOT < WS-PER-FIRST AND RSV-DATE NOT > WS-PER-LAST
           ADD RSV-AMOUNT TO WS-RSV-HELD
       END-IF.
       IF NOT RSV-HELD AND RSV-RELEASE-DATE NOT < WS-PER-FIRST
               AND RSV-RELEASE-DATE NOT > WS-PER-LAST
           ADD RSV-AMOUNT TO WS-RSV-RELEASED
       END-IF.
       IF RSV-HELD
           ADD RSV-AMOUNT TO WS-RSV-ON-HAND
       END-IF.
      ******************************************************************
      * ACH RETURNS: PAYOUTS THE BANK SENT BACK IN THE MONTH. THEY
      * ARE PAID AGAIN ON THE MERCHANT'S NEXT SETTLEMENT.
      ******************************************************************
       500-RETURNS.
       MOVE 'ACH RETURNS' TO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE ZERO TO WS-RET-CT WS-RET-AMT.
       IF WS-PAY-AVAIL = 'Y'
           MOVE SPACES TO WS-PAY-EOF
           MOVE MER-ID TO PAY-MER-ID
           MOVE ZERO TO PAY-DATE
           MOVE ZERO TO PAY-TRACE
           START PAY-FILE KEY NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PAY-EOF
           END-START
           PERFORM UNTIL WS-PAY-EOF = 'Y'
               READ PAY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END
                       IF PAY-MER-ID NOT = MER-ID
                           MOVE 'Y' TO WS-PAY-EOF
                       ELSE
                           IF PAY-RETURN-DATE NOT < WS-PER-FIRST
                               AND PAY-RETURN-DATE NOT > WS-PER-LAST
                               PERFORM 505-RETURN-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       IF WS-RET-CT = ZERO
           MOVE '  NONE' TO WS-LINE
           PERFORM 900-ADD-LINE
       END-IF.
       PERFORM 910-BLANK-LINE.
      ******************************************************************
       505-RETURN-LINE.
       ADD 1 TO WS-RET-CT.
       ADD PAY-AMOUNT TO WS-RET-AMT.
       MOVE 'Y' TO WS-ACTIVITY.
       MOVE PAY-AMOUNT TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '  RETURNED ' PAY-RETURN-DATE ' CODE ' PAY-RETURN-CODE
              ' TRACE ' PAY-TRACE ' ' WS-ED-AMT
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
      ******************************************************************
      * EVERY PAYOUT ENTRY SENT IN THE MONTH, BY EFFECTIVE DATE.
      * PRENOTES MOVE NO MONEY AND ARE LEFT OFF, AS IS COMPLAINT
      * REMEDIATION, WHICH IS PAID INSIDE A SETTLEMENT CREDIT.
      ******************************************************************
       520-PAYOUTS.
       MOVE 'PAYOUTS' TO WS-LINE.
       PERFORM 900-ADD-LINE.
       MOVE ZERO TO WS-PAID-CT WS-PAID-AMT.
       IF WS-PAY-AVAIL = 'Y'
           MOVE SPACES TO WS-PAY-EOF
           MOVE MER-ID TO PAY-MER-ID
           MOVE WS-PER-FIRST TO PAY-DATE
           MOVE ZERO TO PAY-TRACE
           START PAY-FILE KEY NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PAY-EOF
           END-START
           PERFORM UNTIL WS-PAY-EOF = 'Y'
               READ PAY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END
                       IF PAY-MER-ID NOT = MER-ID
                               OR PAY-DATE > WS-PER-LAST
                           MOVE 'Y' TO WS-PAY-EOF
                       ELSE
                           IF PAY-TRACE NOT = ZERO
                                   AND NOT PAY-KIND-PRENOTE
                                   AND NOT PAY-KIND-COMPLAINT
                               PERFORM 525-PAYOUT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       MOVE WS-PAID-CT TO WS-ED-CT.
       MOVE WS-PAID-AMT TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '  TOTAL PAID ' WS-ED-CT ' PAYOUTS             '
              WS-ED-AMT DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
      ******************************************************************
       525-PAYOUT-LINE.
       ADD 1 TO WS-PAID-CT.
       ADD PAY-AMOUNT TO WS-PAID-AMT.
       MOVE 'Y' TO WS-ACTIVITY.
       IF PAY-KIND-RESERVE
           MOVE 'RESERVE PAYOUT' TO WS-PAY-KIND
       ELSE
           MOVE 'SETTLEMENT' TO WS-PAY-KIND
       END-IF.
       MOVE PAY-AMOUNT TO WS-ED-AMT.
       MOVE SPACES TO WS-LINE.
       STRING '  ' PAY-DATE ' ' WS-PAY-KIND ' TRACE ' PAY-TRACE
              ' ' WS-ED-AMT DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-ADD-LINE.
      ******************************************************************
      * FILE THE STATEMENT ONE RECORD PER LINE.
      ******************************************************************
       600-FILE-STATEMENT.
       PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           MOVE MER-ID TO MST-MER-ID
           MOVE WS-PER-YM TO MST-PERIOD
           MOVE WS-LN-IDX TO MST-LINE-NO
           MOVE WS-TODAY TO MST-RUN-DATE
           MOVE WS-LN-TEXT (WS-LN-IDX) TO MST-TEXT
           WRITE MST-REC
               INVALID KEY
                   REWRITE MST-REC
           END-WRITE
       END-PERFORM.
       MOVE 'MSTMT' TO WS-AUD-ACTION.
       MOVE MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * THE SPOOLER KNOWS A MERCHANT STATEMENT BY ITS SUBJECT AND
      * FINDS THE FILED LINES BY THE MERCHANT AND MONTH IN THE BODY.
      ******************************************************************
       650-SEND.
       IF MER-EMAIL = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE MER-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'MERCHANT STATEMENT ' WS-PER-YM (1:4) '-'
              WS-PER-YM (5:2) ' FOR ' MER-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE SPACES TO LK-EMAIL-BODY.
       STRING 'MERCHANT ' MER-ID ' STATEMENT FOR ' WS-PER-YM
              ' IS ON FILE'
               DELIMITED BY SIZE INTO LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
      ******************************************************************
       900-ADD-LINE.
       IF WS-LN-COUNT < 300
           ADD 1 TO WS-LN-COUNT
           MOVE WS-LINE TO WS-LN-TEXT (WS-LN-COUNT)
       END-IF.
       MOVE SPACES TO WS-LINE.
      ******************************************************************
       910-BLANK-LINE.
       MOVE SPACES TO WS-LINE.
       PERFORM 900-ADD-LINE.
