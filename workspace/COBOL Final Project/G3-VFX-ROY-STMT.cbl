      ******************************************************************
      *PROGRAM:  Vuflix Monthly Licensor Royalty Statements
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: States the prior calendar month's royalties to each
      *          studio / licensor on VFX-ROY-STMT.TXT. Every sale on
      *          the purchase file dated in the month - purchase,
      *          gift, rewards points purchase, rental, and promo
      *          discounted sales with the code and discount they
      *          carry - is priced under its title's agreement
      *          (ROYAGR.DAT): percent of what the sale took in, or
      *          flat per unit, with a promo discount either shared
      *          or absorbed by Vuflix. Rentals that lapsed off the
      *          purchase file before the run, and rental extension
      *          charges made in the month, come from the rental log
      *          (VFXRLOG.TXT); an extension earns on its receipts
      *          but is not another unit. Refunds made in the month
      *          (VFXRFND.TXT) are priced the same way and netted
      *          back - only for a sale this month (shown as sold
      *          and refunded) or one already stated to the
      *          licensor before the refund; a sale refunded before
      *          it was ever stated earned nothing to take back.
      *          Earnings first recoup each title's minimum
      *          guarantee; what is left, less any shortfall carried
      *          from an earlier month, becomes the licensor's
      *          payable on ROYPAY.DAT, and the statement shows what
      *          is still unrecouped on each guarantee. A licensor
      *          already stated for the month is skipped, so a rerun
      *          never recoups or pays twice. Titles sold with no
      *          agreement are listed for follow-up. The licensor is
      *          emailed that the statement is ready, and the
      *          statement is filed in the report repository
      *          (G3-RPT-FILE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-ROY-STMT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXRFND.
       COPY SELECT-VFXRLOG.
       COPY SELECT-LICENSOR.
       COPY SELECT-ROYAGR.
       COPY SELECT-ROYPAY.
       SELECT ROY-RPT-FILE
               ASSIGN TO 'VFX-ROY-STMT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MOV.
       COPY FD-VFXRFND.
       COPY FD-VFXRLOG.
       COPY FD-LICENSOR.
       COPY FD-ROYAGR.
       COPY FD-ROYPAY.
       FD  ROY-RPT-FILE.
       01  ROY-RPT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-PERIOD                   PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YEAR             PIC 9(4).
           03  WS-PER-MONTH            PIC 9(2).
       01  WS-RY-EOF                   PIC X VALUE SPACES.
       01  WS-AGR-EOF                  PIC X VALUE SPACES.
       01  WS-RY-STATED                PIC X VALUE 'N'.
       01  WS-RY-AGREED                PIC X VALUE 'N'.
       01  WS-VML-OPEN                 PIC X VALUE 'N'.
       01  WS-RF-STATED                PIC X VALUE 'N'.
       01  WS-RF-PERIOD                PIC 9(6) VALUE ZERO.

      * THE SALE OR REFUND BEING PRICED.
       01  WS-R-SIGN                   PIC X VALUE SPACE.
       01  WS-R-VML-ID                 PIC 9(8) VALUE ZERO.
       01  WS-R-KIND                   PIC X VALUE SPACE.
       01  WS-R-SALE-DATE              PIC X(8) VALUE SPACES.
       01  WS-R-PRICE                  PIC 9(2)V99 VALUE ZERO.
       01  WS-R-LIST                   PIC 9(2)V99 VALUE ZERO.
       01  WS-R-OFF                    PIC 9(2)V99 VALUE ZERO.
       01  WS-R-RECEIPTS               PIC 9(5)V99 VALUE ZERO.
       01  WS-R-BASE                   PIC 9(5)V99 VALUE ZERO.
       01  WS-R-ROY                    PIC 9(5)V99 VALUE ZERO.

      * ONE ENTRY PER TITLE SOLD OR REFUNDED IN THE MONTH; A TITLE
      * THAT WOULD OVERFLOW THE TABLE LANDS ON THE LAST ENTRY.
       01  WS-TT-MAX                   PIC 9(3) VALUE 500.
       01  WS-TT-CT                    PIC 9(3) VALUE ZERO.
       01  WS-TT-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-TT-HIT                   PIC 9(3) VALUE ZERO.
       01  WS-TT-TABLE.
           03  WS-TT-ENTRY OCCURS 500 TIMES.
               05  WS-TT-VML-ID        PIC 9(8).
               05  WS-TT-AGREED        PIC X.
               05  WS-TT-STATED        PIC X.
               05  WS-TT-LCR-ID        PIC 9(6).
               05  WS-TT-BUY-CT        PIC 9(5).
               05  WS-TT-RENT-CT       PIC 9(5).
               05  WS-TT-PROMO-CT      PIC 9(5).
               05  WS-TT-REF-CT        PIC 9(5).
               05  WS-TT-RECEIPTS      PIC S9(7)V99.
               05  WS-TT-ROYALTY       PIC S9(7)V99.

      * MINIMUM GUARANTEE RECOUPMENT FOR ONE TITLE.
       01  WS-MG-AFTER                 PIC S9(7)V99 VALUE ZERO.
       01  WS-MG-OVER-BEFORE           PIC S9(7)V99 VALUE ZERO.
       01  WS-MG-OVER-AFTER            PIC S9(7)V99 VALUE ZERO.
       01  WS-MG-DELTA                 PIC S9(7)V99 VALUE ZERO.
       01  WS-MG-UNREC                 PIC 9(7)V99 VALUE ZERO.

      * ONE LICENSOR'S STATEMENT.
       01  WS-L-TITLES                 PIC 9(5) VALUE ZERO.
       01  WS-L-EARNED                 PIC S9(7)V99 VALUE ZERO.
       01  WS-L-DELTA                  PIC S9(7)V99 VALUE ZERO.
       01  WS-L-UNREC                  PIC 9(7)V99 VALUE ZERO.
       01  WS-L-DUE                    PIC S9(7)V99 VALUE ZERO.

       01  WS-G-STATED                 PIC 9(5) VALUE ZERO.
       01  WS-G-SKIPPED                PIC 9(5) VALUE ZERO.
       01  WS-G-PAYABLE                PIC 9(9)V99 VALUE ZERO.
       01  WS-G-NOAGR                  PIC 9(5) VALUE ZERO.

       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

       01  OUT-RY-LINE.
           03  OUT-RY-VML              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RY-TITLE            PIC X(25).
           03  OUT-RY-BUY              PIC ZZ,ZZ9.
           03  OUT-RY-RENT             PIC ZZ,ZZ9.
           03  OUT-RY-PROMO            PIC ZZ,ZZ9.
           03  OUT-RY-REF              PIC ZZ,ZZ9.
           03  OUT-RY-RECEIPTS         PIC ---,--9.99.
           03  OUT-RY-ROY              PIC ---,--9.99.
           03  OUT-RY-UNREC            PIC ZZZZ,ZZ9.99.

       01  OUT-RS-LINE.
           03  OUT-RS-LABEL            PIC X(40).
           03  OUT-RS-AMT              PIC ---,---,--9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-VFX-ROY-STMT' TO VFX-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY (1:4) TO WS-PER-YEAR.
           MOVE WS-TODAY (5:2) TO WS-PER-MONTH.
           IF WS-PER-MONTH = 1
               MOVE 12 TO WS-PER-MONTH
               SUBTRACT 1 FROM WS-PER-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PER-MONTH
           END-IF.
           OPEN I-O RYA-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'NO ROYALTY AGREEMENTS ON FILE - NOTHING TO'
                       ' STATE'
               GOBACK
           END-IF.
           OPEN I-O LCR-FILE.
           IF WS-STAT NOT = ZERO
               CLOSE RYA-FILE
               DISPLAY 'NO LICENSORS ON FILE - NOTHING TO STATE'
               GOBACK
           END-IF.
           OPEN I-O RYP-FILE.
           IF WS-STAT = 35
               CLOSE RYP-FILE
               OPEN OUTPUT RYP-FILE
               CLOSE RYP-FILE
               OPEN I-O RYP-FILE
           END-IF.
           OPEN INPUT VML-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VML-OPEN
           END-IF.
           INITIALIZE WS-TT-TABLE.
           PERFORM 200-READ-SALES.
           PERFORM 250-READ-RENTAL-LOG.
           PERFORM 300-READ-REFUNDS.
           OPEN OUTPUT ROY-RPT-FILE.
           MOVE SPACES TO ROY-RPT-LINE.
           STRING 'VUFLIX LICENSOR ROYALTY STATEMENTS FOR '
                  WS-PER-YEAR '-' WS-PER-MONTH '   RUN ' WS-TODAY
                   DELIMITED BY SIZE INTO ROY-RPT-LINE.
           WRITE ROY-RPT-LINE.
           PERFORM 400-LICENSORS.
           PERFORM 700-NO-AGREEMENT.
           MOVE SPACES TO ROY-RPT-LINE.
           WRITE ROY-RPT-LINE.
           MOVE 'TOTAL PAYABLE TO LICENSORS' TO OUT-RS-LABEL.
           MOVE WS-G-PAYABLE TO OUT-RS-AMT.
           MOVE OUT-RS-LINE TO ROY-RPT-LINE.
           WRITE ROY-RPT-LINE.
           CLOSE ROY-RPT-FILE.
           MOVE 'VFX-ROY-STMT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VFX-ROY-STMT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME, WS-RPT-PROGRAM.
           IF WS-VML-OPEN = 'Y'
               CLOSE VML-FILE
           END-IF.
           CLOSE RYA-FILE
                 LCR-FILE
                 RYP-FILE.
           IF WS-G-STATED > ZERO
               MOVE 'ROYSTM' TO WS-AUD-ACTION
               MOVE WS-PERIOD TO WS-AUD-KEY
               CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
                       WS-AUD-ACTION, WS-AUD-KEY
           END-IF.
           DISPLAY 'ROYALTIES FOR ' WS-PERIOD ': ' WS-G-STATED
                   ' LICENSORS STATED, ' WS-G-SKIPPED
                   ' ALREADY STATED'.
           IF WS-G-NOAGR > ZERO
               DISPLAY WS-G-NOAGR ' TITLES SOLD WITH NO ROYALTY'
                       ' AGREEMENT - SEE VFX-ROY-STMT.TXT'
           END-IF.
           DISPLAY 'STATEMENTS WRITTEN TO VFX-ROY-STMT.TXT'.
           GOBACK.
      ******************************************************************
       200-READ-SALES.
       OPEN INPUT VTP-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RY-EOF.
       PERFORM UNTIL WS-RY-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RY-EOF
               NOT AT END
                   IF VTP-DATE (1:6) = WS-PERIOD
                       MOVE '+' TO WS-R-SIGN
                       MOVE VTP-VML-ID OF VTP-REC TO WS-R-VML-ID
                       MOVE VTP-KIND TO WS-R-KIND
                       MOVE VTP-DATE TO WS-R-SALE-DATE
                       MOVE VTP-PRICE TO WS-R-PRICE
                       MOVE VTP-LIST-PRICE TO WS-R-LIST
                       MOVE VTP-PROMO-OFF TO WS-R-OFF
                       PERFORM 500-POST-UNIT
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VTP-FILE.
      ******************************************************************
      * A RENTAL SOLD IN THE MONTH THAT LAPSED BEFORE THIS RUN IS NO
      * LONGER ON THE PURCHASE FILE, AND AN EXTENSION NEVER WAS.
      ******************************************************************
       250-READ-RENTAL-LOG.
       OPEN INPUT VRL-FILE.
       MOVE SPACES TO WS-RY-EOF.
       PERFORM UNTIL WS-RY-EOF = 'Y'
           READ VRL-FILE
               AT END
                   MOVE 'Y' TO WS-RY-EOF
               NOT AT END
                   PERFORM 260-ONE-RENTAL-LOG
           END-READ
       END-PERFORM.
       CLOSE VRL-FILE.
      ******************************************************************
       260-ONE-RENTAL-LOG.
       IF VRL-EXPIRED AND VRL-SALE-DATE (1:6) = WS-PERIOD
           MOVE VRL-KIND TO WS-R-KIND
       ELSE
           IF VRL-EXTENDED AND VRL-DATE (1:6) = WS-PERIOD
               MOVE 'X' TO WS-R-KIND
           ELSE
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE '+' TO WS-R-SIGN.
       MOVE VRL-VML-ID TO WS-R-VML-ID.
       MOVE VRL-SALE-DATE TO WS-R-SALE-DATE.
       MOVE VRL-PRICE TO WS-R-PRICE.
       MOVE VRL-LIST-PRICE TO WS-R-LIST.
       MOVE VRL-PROMO-OFF TO WS-R-OFF.
       PERFORM 500-POST-UNIT.
      ******************************************************************
      * A REFUND REMOVED ITS SALE FROM THE PURCHASE FILE. A SALE FROM
      * THIS MONTH IS SHOWN SOLD AND THEN REFUNDED. AN EARLIER SALE IS
      * ONLY TAKEN BACK IF ITS MONTH WAS STATED TO THE LICENSOR
      * BEFORE THE REFUND DAY - OTHERWISE IT WAS ALREADY GONE WHEN
      * THAT STATEMENT RAN AND NEVER EARNED ANYTHING.
      ******************************************************************
       300-READ-REFUNDS.
       OPEN INPUT VRF-FILE.
       MOVE SPACES TO WS-RY-EOF.
       PERFORM UNTIL WS-RY-EOF = 'Y'
           READ VRF-FILE
               AT END
                   MOVE 'Y' TO WS-RY-EOF
               NOT AT END
                   IF VRF-DATE (1:6) = WS-PERIOD
                       PERFORM 310-ONE-REFUND
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VRF-FILE.
      ******************************************************************
       310-ONE-REFUND.
       MOVE VRF-VML-ID TO WS-R-VML-ID.
       MOVE VRF-KIND TO WS-R-KIND.
       MOVE VRF-SALE-DATE TO WS-R-SALE-DATE.
       MOVE VRF-PRICE TO WS-R-PRICE.
       MOVE VRF-LIST-PRICE TO WS-R-LIST.
       MOVE VRF-PROMO-OFF TO WS-R-OFF.
       IF VRF-SALE-DATE (1:6) = WS-PERIOD
           MOVE '+' TO WS-R-SIGN
           PERFORM 500-POST-UNIT
       ELSE
           PERFORM 320-SALE-STATED
           IF WS-RF-STATED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE '-' TO WS-R-SIGN.
       PERFORM 500-POST-UNIT.
      ******************************************************************
       320-SALE-STATED.
       MOVE 'N' TO WS-RF-STATED.
       MOVE VRF-VML-ID TO RYA-VML-ID.
       READ RYA-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE VRF-SALE-DATE (1:6) TO WS-RF-PERIOD.
       MOVE RYA-LCR-ID TO RYP-LCR-ID.
       MOVE WS-RF-PERIOD TO RYP-PERIOD.
       READ RYP-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF RYP-DATE < VRF-DATE
           MOVE 'Y' TO WS-RF-STATED
       END-IF.
      ******************************************************************
      * EACH LICENSOR WITH AT LEAST ONE AGREEMENT GETS A STATEMENT,
      * EVEN IN A MONTH WITH NO SALES, SO ITS GUARANTEES STAY IN VIEW.
      ******************************************************************
       400-LICENSORS.
       MOVE SPACES TO WS-RY-EOF.
       MOVE ZERO TO LCR-ID.
       START LCR-FILE KEY NOT LESS THAN LCR-ID
           INVALID KEY
               MOVE 'Y' TO WS-RY-EOF
       END-START.
       PERFORM UNTIL WS-RY-EOF = 'Y'
           READ LCR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RY-EOF
               NOT AT END
                   PERFORM 410-ONE-LICENSOR
           END-READ
       END-PERFORM.
      ******************************************************************
       410-ONE-LICENSOR.
       MOVE LCR-ID TO RYP-LCR-ID.
       MOVE WS-PERIOD TO RYP-PERIOD.
       MOVE 'N' TO WS-RY-STATED.
       READ RYP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-RY-STATED
       END-READ.
       MOVE ZERO TO WS-L-TITLES.
       MOVE ZERO TO WS-L-EARNED.
       MOVE ZERO TO WS-L-DELTA.
       MOVE ZERO TO WS-L-UNREC.
       MOVE SPACES TO WS-AGR-EOF.
       MOVE LCR-ID TO RYA-LCR-ID.
       START RYA-FILE KEY NOT LESS THAN RYA-LCR-ID
           INVALID KEY
               MOVE 'Y' TO WS-AGR-EOF
       END-START.
       PERFORM UNTIL WS-AGR-EOF = 'Y'
           READ RYA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AGR-EOF
               NOT AT END
                   IF RYA-LCR-ID NOT = LCR-ID
                       MOVE 'Y' TO WS-AGR-EOF
                   ELSE
                       IF WS-L-TITLES = ZERO
                           PERFORM 420-LICENSOR-HEADER
                       END-IF
                       ADD 1 TO WS-L-TITLES
                       IF WS-RY-STATED NOT = 'Y'
                           PERFORM 430-ONE-TITLE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-L-TITLES = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-RY-STATED = 'Y'
           MOVE '   ALREADY STATED FOR THIS MONTH - SKIPPED'
               TO ROY-RPT-LINE
           WRITE ROY-RPT-LINE
           ADD 1 TO WS-G-SKIPPED
           EXIT PARAGRAPH
       END-IF.
       PERFORM 450-LICENSOR-PAYABLE.
      ******************************************************************
       420-LICENSOR-HEADER.
       MOVE SPACES TO ROY-RPT-LINE.
       WRITE ROY-RPT-LINE.
       MOVE SPACES TO ROY-RPT-LINE.
       STRING 'LICENSOR ' LCR-ID '  ' LCR-NAME '  ATTN ' LCR-CONTACT
               DELIMITED BY SIZE INTO ROY-RPT-LINE.
       WRITE ROY-RPT-LINE.
       IF WS-RY-STATED NOT = 'Y'
           MOVE 'TITLE    NAME                        BUY  RENT PROMO
      -         '  REFD  RECEIPTS   ROYALTY UNRECOUPED' TO ROY-RPT-LINE
           WRITE ROY-RPT-LINE
       END-IF.
      ******************************************************************
      * EARNINGS GO FIRST TO RECOUP THE TITLE'S MINIMUM GUARANTEE;
      * ONLY WHAT THE MONTH PUSHES PAST IT IS NEWLY PAYABLE. A MONTH
      * OF NET REFUNDS BACKS EARNINGS OUT THE SAME WAY, NEVER BELOW
      * NOTHING EARNED TO DATE.
      ******************************************************************
       430-ONE-TITLE.
       MOVE ZERO TO WS-TT-HIT.
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-CT OR WS-TT-HIT > ZERO
           IF WS-TT-VML-ID (WS-TT-IDX) = RYA-VML-ID
               MOVE WS-TT-IDX TO WS-TT-HIT
           END-IF
       END-PERFORM.
       MOVE SPACES TO OUT-RY-LINE.
       MOVE RYA-VML-ID TO OUT-RY-VML.
       MOVE '(NOT IN CATALOG)' TO OUT-RY-TITLE.
       IF WS-VML-OPEN = 'Y'
           MOVE RYA-VML-ID TO VML-ID-KEY
           READ VML-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VML-TITLE TO OUT-RY-TITLE
           END-READ
       END-IF.
       IF WS-TT-HIT > ZERO
           MOVE 'Y' TO WS-TT-STATED (WS-TT-HIT)
           MOVE WS-TT-BUY-CT (WS-TT-HIT) TO OUT-RY-BUY
           MOVE WS-TT-RENT-CT (WS-TT-HIT) TO OUT-RY-RENT
           MOVE WS-TT-PROMO-CT (WS-TT-HIT) TO OUT-RY-PROMO
           MOVE WS-TT-REF-CT (WS-TT-HIT) TO OUT-RY-REF
           MOVE WS-TT-RECEIPTS (WS-TT-HIT) TO OUT-RY-RECEIPTS
           MOVE WS-TT-ROYALTY (WS-TT-HIT) TO OUT-RY-ROY
           COMPUTE WS-MG-AFTER = RYA-EARNED-TD
                               + WS-TT-ROYALTY (WS-TT-HIT)
           ADD WS-TT-ROYALTY (WS-TT-HIT) TO WS-L-EARNED
       ELSE
           MOVE ZERO TO OUT-RY-BUY
           MOVE ZERO TO OUT-RY-RENT
           MOVE ZERO TO OUT-RY-PROMO
           MOVE ZERO TO OUT-RY-REF
           MOVE ZERO TO OUT-RY-RECEIPTS
           MOVE ZERO TO OUT-RY-ROY
           MOVE RYA-EARNED-TD TO WS-MG-AFTER
       END-IF.
       IF WS-MG-AFTER < ZERO
           MOVE ZERO TO WS-MG-AFTER
       END-IF.
       COMPUTE WS-MG-OVER-BEFORE = RYA-EARNED-TD - RYA-MG.
       IF WS-MG-OVER-BEFORE < ZERO
           MOVE ZERO TO WS-MG-OVER-BEFORE
       END-IF.
       COMPUTE WS-MG-OVER-AFTER = WS-MG-AFTER - RYA-MG.
       IF WS-MG-OVER-AFTER < ZERO
           MOVE ZERO TO WS-MG-OVER-AFTER
       END-IF.
       COMPUTE WS-MG-DELTA = WS-MG-OVER-AFTER - WS-MG-OVER-BEFORE.
       IF WS-MG-AFTER < RYA-MG
           COMPUTE WS-MG-UNREC = RYA-MG - WS-MG-AFTER
       ELSE
           MOVE ZERO TO WS-MG-UNREC
       END-IF.
       ADD WS-MG-DELTA TO WS-L-DELTA.
       ADD WS-MG-UNREC TO WS-L-UNREC.
       MOVE WS-MG-UNREC TO OUT-RY-UNREC.
       MOVE OUT-RY-LINE TO ROY-RPT-LINE.
       WRITE ROY-RPT-LINE.
       IF WS-MG-AFTER NOT = RYA-EARNED-TD
           MOVE WS-MG-AFTER TO RYA-EARNED-TD
           REWRITE RYA-REC
       END-IF.
      ******************************************************************
      * THE PAYABLE IS WHAT PASSED THE GUARANTEES THIS MONTH LESS ANY
      * SHORTFALL CARRIED IN; A MONTH THAT NETS BELOW NOTHING IS
      * CARRIED FORWARD RATHER THAN BILLED BACK. THE ROW IS WRITTEN
      * EITHER WAY SO THE MONTH CANNOT BE STATED AGAIN.
      ******************************************************************
       450-LICENSOR-PAYABLE.
       COMPUTE WS-L-DUE = WS-L-DELTA + LCR-CARRY.
       MOVE SPACES TO RYP-REC.
       MOVE LCR-ID TO RYP-LCR-ID.
       MOVE WS-PERIOD TO RYP-PERIOD.
       MOVE WS-L-EARNED TO RYP-EARNED.
       COMPUTE RYP-RECOUPED = WS-L-EARNED - WS-L-DELTA.
       MOVE LCR-CARRY TO RYP-CARRY-IN.
       MOVE WS-L-UNREC TO RYP-UNRECOUPED.
       MOVE WS-TODAY TO RYP-DATE.
       MOVE ZERO TO RYP-PAID-DATE.
       IF WS-L-DUE > ZERO
           MOVE WS-L-DUE TO RYP-AMOUNT
           MOVE 'O' TO RYP-STATUS
           MOVE ZERO TO LCR-CARRY
       ELSE
           MOVE ZERO TO RYP-AMOUNT
           MOVE 'Z' TO RYP-STATUS
           MOVE WS-L-DUE TO LCR-CARRY
       END-IF.
       WRITE RYP-REC
           INVALID KEY
               DISPLAY 'ROYALTY PAYABLE ' LCR-ID ' ' WS-PERIOD
                       ' COULD NOT BE WRITTEN'
       END-WRITE.
       MOVE WS-PERIOD TO LCR-LAST-PERIOD.
       REWRITE LCR-REC.
       ADD 1 TO WS-G-STATED.
       ADD RYP-AMOUNT TO WS-G-PAYABLE.
       MOVE '   ROYALTIES EARNED (NET OF REFUNDS)' TO OUT-RS-LABEL.
       MOVE RYP-EARNED TO OUT-RS-AMT.
       PERFORM 900-WRITE-SUMMARY.
       MOVE '   LESS RECOUPED AGAINST GUARANTEES' TO OUT-RS-LABEL.
       MOVE RYP-RECOUPED TO OUT-RS-AMT.
       PERFORM 900-WRITE-SUMMARY.
       MOVE '   SHORTFALL CARRIED IN' TO OUT-RS-LABEL.
       MOVE RYP-CARRY-IN TO OUT-RS-AMT.
       PERFORM 900-WRITE-SUMMARY.
       MOVE '   PAYABLE' TO OUT-RS-LABEL.
       MOVE RYP-AMOUNT TO OUT-RS-AMT.
       PERFORM 900-WRITE-SUMMARY.
       IF LCR-CARRY < ZERO
           MOVE '   SHORTFALL CARRIED TO NEXT MONTH' TO OUT-RS-LABEL
           MOVE LCR-CARRY TO OUT-RS-AMT
           PERFORM 900-WRITE-SUMMARY
       END-IF.
       MOVE '   UNRECOUPED MINIMUM GUARANTEES' TO OUT-RS-LABEL.
       MOVE RYP-UNRECOUPED TO OUT-RS-AMT.
       PERFORM 900-WRITE-SUMMARY.
       IF LCR-EMAIL NOT = SPACES
           MOVE LCR-EMAIL TO LK-EMAIL-TO
           MOVE SPACES TO LK-EMAIL-SUBJECT
           STRING 'VUFLIX ROYALTY STATEMENT ' WS-PER-YEAR '-'
                  WS-PER-MONTH DELIMITED BY SIZE
                   INTO LK-EMAIL-SUBJECT
           CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT
       END-IF.
      ******************************************************************
      * ONE SALE ('+') OR REFUND ('-') ONTO ITS TITLE'S TOTALS.
      ******************************************************************
       500-POST-UNIT.
       MOVE ZERO TO WS-TT-HIT.
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-CT OR WS-TT-HIT > ZERO
           IF WS-TT-VML-ID (WS-TT-IDX) = WS-R-VML-ID
               MOVE WS-TT-IDX TO WS-TT-HIT
           END-IF
       END-PERFORM.
       IF WS-TT-HIT = ZERO
           IF WS-TT-CT < WS-TT-MAX
               ADD 1 TO WS-TT-CT
           END-IF
           MOVE WS-TT-CT TO WS-TT-HIT
           MOVE WS-R-VML-ID TO WS-TT-VML-ID (WS-TT-HIT)
           MOVE 'N' TO WS-TT-STATED (WS-TT-HIT)
       END-IF.
       MOVE 'N' TO WS-RY-AGREED.
       MOVE WS-R-VML-ID TO RYA-VML-ID.
       READ RYA-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-RY-AGREED
               MOVE RYA-LCR-ID TO WS-TT-LCR-ID (WS-TT-HIT)
       END-READ.
       MOVE WS-RY-AGREED TO WS-TT-AGREED (WS-TT-HIT).
       PERFORM 550-PRICE-UNIT.
       IF WS-R-SIGN = '-'
           ADD 1 TO WS-TT-REF-CT (WS-TT-HIT)
           SUBTRACT WS-R-RECEIPTS FROM WS-TT-RECEIPTS (WS-TT-HIT)
           SUBTRACT WS-R-ROY FROM WS-TT-ROYALTY (WS-TT-HIT)
       ELSE
           IF WS-R-KIND = 'N'
               ADD 1 TO WS-TT-RENT-CT (WS-TT-HIT)
           END-IF
           IF WS-R-KIND NOT = 'N' AND 'X'
               ADD 1 TO WS-TT-BUY-CT (WS-TT-HIT)
           END-IF
           IF WS-R-OFF > ZERO
               ADD 1 TO WS-TT-PROMO-CT (WS-TT-HIT)
           END-IF
           ADD WS-R-RECEIPTS TO WS-TT-RECEIPTS (WS-TT-HIT)
           ADD WS-R-ROY TO WS-TT-ROYALTY (WS-TT-HIT)
       END-IF.
      ******************************************************************
      * WHAT THE SALE TOOK IN: A RENTAL IS WHAT THE CARD PAID (NOTHING
      * ON A SUBSCRIPTION CREDIT); A PURCHASE, GIFT OR POINTS PURCHASE
      * IS THE LIST PRICE LESS ANY PROMO, WHETHER THE CARD OR STORE
      * CREDIT PAID IT. A RECORD WITHOUT A LIST PRICE USES VTP-PRICE.
      * A SALE DATED BEFORE THE AGREEMENT STARTED EARNS NOTHING.
      * A RENTAL EXTENSION ('X') IS WHAT IT CHARGED, AND EARNS ONLY
      * UNDER A PERCENT AGREEMENT - IT IS NOT A NEW UNIT.
      ******************************************************************
       550-PRICE-UNIT.
       IF WS-R-KIND = 'N' OR 'X' OR WS-R-LIST = ZERO
           MOVE WS-R-PRICE TO WS-R-RECEIPTS
       ELSE
           COMPUTE WS-R-RECEIPTS = WS-R-LIST - WS-R-OFF
       END-IF.
       MOVE ZERO TO WS-R-ROY.
       IF WS-RY-AGREED NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF RYA-START-DATE > ZERO
               AND WS-R-SALE-DATE < RYA-START-DATE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-R-RECEIPTS TO WS-R-BASE.
       IF RYA-PROMO-LIST AND WS-R-OFF > ZERO
           ADD WS-R-OFF TO WS-R-BASE
       END-IF.
       IF RYA-BASIS-FLAT
           EVALUATE WS-R-KIND
               WHEN 'N'
                   MOVE RYA-UNIT-RENT TO WS-R-ROY
               WHEN 'X'
                   MOVE ZERO TO WS-R-ROY
               WHEN OTHER
                   MOVE RYA-UNIT-BUY TO WS-R-ROY
           END-EVALUATE
       ELSE
           COMPUTE WS-R-ROY ROUNDED = WS-R-BASE * RYA-PCT / 100
       END-IF.
      ******************************************************************
      * TITLES THAT SOLD WITH NO AGREEMENT, OR WHOSE AGREEMENT NAMES A
      * LICENSOR NOT ON FILE, EARNED NOBODY ANYTHING - LIST THEM.
      ******************************************************************
       700-NO-AGREEMENT.
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-CT
           IF WS-TT-AGREED (WS-TT-IDX) NOT = 'Y'
               PERFORM 710-LIST-TITLE
           ELSE
               MOVE WS-TT-LCR-ID (WS-TT-IDX) TO LCR-ID
               READ LCR-FILE
                   INVALID KEY
                       PERFORM 710-LIST-TITLE
               END-READ
           END-IF
       END-PERFORM.
      ******************************************************************
       710-LIST-TITLE.
       IF WS-G-NOAGR = ZERO
           MOVE SPACES TO ROY-RPT-LINE
           WRITE ROY-RPT-LINE
           MOVE 'TITLES SOLD WITH NO ROYALTY AGREEMENT OR LICENSOR'
               TO ROY-RPT-LINE
           WRITE ROY-RPT-LINE
       END-IF.
       ADD 1 TO WS-G-NOAGR.
       MOVE SPACES TO OUT-RY-LINE.
       MOVE WS-TT-VML-ID (WS-TT-IDX) TO OUT-RY-VML.
       MOVE '(NOT IN CATALOG)' TO OUT-RY-TITLE.
       IF WS-VML-OPEN = 'Y'
           MOVE WS-TT-VML-ID (WS-TT-IDX) TO VML-ID-KEY
           READ VML-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VML-TITLE TO OUT-RY-TITLE
           END-READ
       END-IF.
       MOVE WS-TT-BUY-CT (WS-TT-IDX) TO OUT-RY-BUY.
       MOVE WS-TT-RENT-CT (WS-TT-IDX) TO OUT-RY-RENT.
       MOVE WS-TT-PROMO-CT (WS-TT-IDX) TO OUT-RY-PROMO.
       MOVE WS-TT-REF-CT (WS-TT-IDX) TO OUT-RY-REF.
       MOVE WS-TT-RECEIPTS (WS-TT-IDX) TO OUT-RY-RECEIPTS.
       MOVE ZERO TO OUT-RY-ROY.
       MOVE ZERO TO OUT-RY-UNREC.
       MOVE OUT-RY-LINE TO ROY-RPT-LINE.
       WRITE ROY-RPT-LINE.
      ******************************************************************
       900-WRITE-SUMMARY.
       MOVE OUT-RS-LINE TO ROY-RPT-LINE.
       WRITE ROY-RPT-LINE.
