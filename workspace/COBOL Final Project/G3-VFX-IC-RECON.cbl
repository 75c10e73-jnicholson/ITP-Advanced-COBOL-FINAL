      ******************************************************************
      *PROGRAM:  Vuflix / VISA Intercompany Reconciliation
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Ties Vuflix's own books to what VISA settled to it
      *          for a keyed date range, on VFX-IC-RECON.TXT. The
      *          Vuflix side is the purchase file the sales report
      *          reads (VTP-FILE): card-funded title sales, and the
      *          sales no card paid for (rewards points, subscription
      *          credits). The VISA side is every posting under
      *          Vuflix's on-us merchant (G3-LINK-VFX-MER) on the
      *          transaction file and its archive - title sales and
      *          rentals, rental extensions, subscription fees,
      *          refunds, disputed charges - split settled against
      *          still awaiting settlement, and the settlement
      *          payouts registered to Vuflix on PAYABLE.DAT. The
      *          tie-out compares card-funded title sales with VISA's
      *          title charges less refunds (a refund removes the
      *          Vuflix purchase record), and settled net sales with
      *          the cash paid out; the payout gap is the discount
      *          fee, any reserve held and returned credits. Sales
      *          tax rides on its own 'VFXTAX:' card lines; it is
      *          shown net of tax refunds and kept out of the title
      *          tie-out, since the purchase file holds it apart.
      *          The report is filed in the report repository.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-IC-RECON IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-PUR.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CC-ARCH.
       COPY SELECT-PAYABLE.
       SELECT IC-RPT-FILE
               ASSIGN TO 'VFX-IC-RECON.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-PUR.
       COPY FD-CC-TRAN.
       COPY FD-CC-ARCH.
       COPY FD-PAYABLE.
       FD  IC-RPT-FILE.
       01  IC-RPT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.

       01  WS-FROM-DATE                PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.
       01  WS-VFX-MER-ID               PIC 9(8) VALUE ZERO.
       01  WS-VFX-LOC-ID               PIC 9(8) VALUE ZERO.
       01  WS-ROW-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-VTP-EOF                  PIC X VALUE SPACES.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-ARCH-EOF                 PIC X VALUE SPACES.
       01  WS-PAY-EOF                  PIC X VALUE SPACES.
       01  WS-PAY-AVAIL                PIC X VALUE 'N'.
       01  WS-R-TYPE                   PIC X VALUE SPACE.
       01  WS-R-PRICE                  PIC 9(7)V99 VALUE ZERO.
       01  WS-R-ITEM                   PIC X(25) VALUE SPACES.
       01  WS-R-DISPUTED               PIC X VALUE SPACE.
       01  WS-R-SETTLED                PIC X VALUE SPACE.

       01  WS-IC-TOTALS.
           03  WS-BK-CARD-CT           PIC 9(7) VALUE ZERO.
           03  WS-BK-CARD-AMT          PIC 9(9)V99 VALUE ZERO.
           03  WS-BK-NOCARD-CT         PIC 9(7) VALUE ZERO.
           03  WS-BK-NOCARD-AMT        PIC 9(9)V99 VALUE ZERO.
           03  WS-VS-TITLE-CT          PIC 9(7) VALUE ZERO.
           03  WS-VS-TITLE-AMT         PIC 9(9)V99 VALUE ZERO.
           03  WS-VS-EXT-CT            PIC 9(7) VALUE ZERO.
           03  WS-VS-EXT-AMT           PIC 9(9)V99 VALUE ZERO.
           03  WS-VS-SUB-CT            PIC 9(7) VALUE ZERO.
           03  WS-VS-SUB-AMT           PIC 9(9)V99 VALUE ZERO.
           03  WS-VS-OTH-CT            PIC 9(7) VALUE ZERO.
           03  WS-VS-OTH-AMT           PIC 9(9)V99 VALUE ZERO.
           03  WS-VS-REF-CT            PIC 9(7) VALUE ZERO.
           03  WS-VS-REF-AMT           PIC 9(9)V99 VALUE ZERO.
           03  WS-VS-DSP-CT            PIC 9(7) VALUE ZERO.
           03  WS-VS-DSP-AMT           PIC 9(9)V99 VALUE ZERO.
           03  WS-VS-TAX-CT            PIC 9(7) VALUE ZERO.
           03  WS-VS-TAX-AMT           PIC S9(9)V99 VALUE ZERO.
           03  WS-VS-SET-AMT           PIC S9(9)V99 VALUE ZERO.
           03  WS-VS-OPEN-AMT          PIC S9(9)V99 VALUE ZERO.
           03  WS-VS-NET-AMT           PIC S9(9)V99 VALUE ZERO.
           03  WS-PY-CT                PIC 9(7) VALUE ZERO.
           03  WS-PY-AMT               PIC 9(9)V99 VALUE ZERO.
           03  WS-PY-RET-CT            PIC 9(7) VALUE ZERO.
           03  WS-PY-RET-AMT           PIC 9(9)V99 VALUE ZERO.
           03  WS-TIE-TITLE            PIC S9(9)V99 VALUE ZERO.
           03  WS-TIE-DIFF             PIC S9(9)V99 VALUE ZERO.

       01  OUT-IC-LINE.
           03  OUT-IC-LABEL            PIC X(40).
           03  OUT-IC-CT               PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  OUT-IC-AMT              PIC ---,---,--9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           CALL 'G3-LINK-VFX-MER' USING WS-VFX-MER-ID, WS-VFX-LOC-ID.
           IF WS-VFX-MER-ID = ZERO
               DISPLAY 'VUFLIX IS NOT REGISTERED AS A VISA MERCHANT -'
                       ' NOTHING TO RECONCILE'
               GOBACK
           END-IF.
           DISPLAY 'FROM DATE (YYYYMMDD, 0 = OPEN):'.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'TO DATE (YYYYMMDD, 99999999 = OPEN):'.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF.
           PERFORM 200-VUFLIX-BOOKS.
           PERFORM 300-VISA-POSTINGS.
           PERFORM 400-PAYOUTS.
           PERFORM 500-PRINT-REPORT.
           DISPLAY 'INTERCOMPANY RECONCILIATION WRITTEN TO'
                   ' VFX-IC-RECON.TXT'.
           GOBACK.
      ******************************************************************
      * VUFLIX'S BOOKS: A POINTS PURCHASE OR A RENTAL ON A
      * SUBSCRIPTION CREDIT (PRICE ZERO) NEVER TOUCHED A CARD.
      ******************************************************************
       200-VUFLIX-BOOKS.
       OPEN INPUT VTP-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-VTP-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VTP-EOF
               NOT AT END
                   MOVE VTP-DATE TO WS-ROW-DATE
                   IF WS-ROW-DATE >= WS-FROM-DATE
                           AND WS-ROW-DATE <= WS-TO-DATE
                       IF VTP-KIND-POINTS OR VTP-PRICE = ZERO
                           ADD 1 TO WS-BK-NOCARD-CT
                           ADD VTP-PRICE TO WS-BK-NOCARD-AMT
                       ELSE
                           ADD 1 TO WS-BK-CARD-CT
                           ADD VTP-PRICE TO WS-BK-CARD-AMT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VTP-FILE.
      ******************************************************************
      * VISA'S SIDE: LIVE TRANSACTIONS CARRY THEIR SETTLED FLAG; THE
      * ARCHIVE ONLY HOLDS WHAT A MONTH-END HAS PURGED, ALL SETTLED.
      ******************************************************************
       300-VISA-POSTINGS.
       OPEN INPUT CC-TRAN-FILE.
       IF WS-STAT = ZERO
           MOVE LOW-VALUES TO CC-TRAN-KEY
           START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CC-EOF
           END-START
           PERFORM UNTIL WS-CC-EOF = 'Y'
               READ CC-TRAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CC-EOF
                   NOT AT END
                       IF CC-MER-ID = WS-VFX-MER-ID
                           MOVE CC-TRAN-TSTAMP (1:8) TO WS-ROW-DATE
                           MOVE TRAN-TYPE TO WS-R-TYPE
                           MOVE CC-TRAN-PRICE TO WS-R-PRICE
                           MOVE CC-TRAN-ITEM TO WS-R-ITEM
                           MOVE CC-DISPUTED TO WS-R-DISPUTED
                           MOVE CC-SETTLED TO WS-R-SETTLED
                           PERFORM 350-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CC-TRAN-FILE
       END-IF.
       OPEN INPUT CC-ARCH-FILE.
       PERFORM UNTIL WS-ARCH-EOF = 'Y'
           READ CC-ARCH-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF
               NOT AT END
                   IF CC-ARCH-MER-ID = WS-VFX-MER-ID
                       MOVE CC-ARCH-TSTAMP (1:8) TO WS-ROW-DATE
                       MOVE CC-ARCH-TYPE TO WS-R-TYPE
                       MOVE CC-ARCH-PRICE TO WS-R-PRICE
                       MOVE CC-ARCH-ITEM TO WS-R-ITEM
                       MOVE CC-ARCH-DISPUTED TO WS-R-DISPUTED
                       MOVE 'Y' TO WS-R-SETTLED
                       PERFORM 350-ONE-POSTING
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CC-ARCH-FILE.
      ******************************************************************
      * THE ITEM TEXT EACH VUFLIX PROGRAM POSTS SAYS WHAT WAS SOLD:
      * 'VFX:' AND 'VFXRENT:' TITLES, 'VFXEXT:' RENTAL EXTENSIONS,
      * 'VFX SUBSCRIPTION' THE MONTHLY FEE, 'VFXTAX:' THE SALES TAX
      * ON ANY OF THEM (A TAX REFUND NETS AGAINST IT RATHER THAN THE
      * TITLE REFUNDS). A DISPUTED CHARGE IS HELD OUT OF SETTLEMENT,
      * SO IT IS SHOWN APART.
      ******************************************************************
       350-ONE-POSTING.
       IF WS-ROW-DATE < WS-FROM-DATE OR WS-ROW-DATE > WS-TO-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-R-TYPE NOT = 'W' AND WS-R-TYPE NOT = 'R'
           EXIT PARAGRAPH
       END-IF.
       IF WS-R-DISPUTED = 'Y'
           ADD 1 TO WS-VS-DSP-CT
           ADD WS-R-PRICE TO WS-VS-DSP-AMT
           EXIT PARAGRAPH
       END-IF.
       IF WS-R-ITEM (1:7) = 'VFXTAX:' AND WS-R-TYPE = 'R'
           ADD 1 TO WS-VS-TAX-CT
           SUBTRACT WS-R-PRICE FROM WS-VS-TAX-AMT
           SUBTRACT WS-R-PRICE FROM WS-VS-NET-AMT
           IF WS-R-SETTLED = 'Y'
               SUBTRACT WS-R-PRICE FROM WS-VS-SET-AMT
           ELSE
               SUBTRACT WS-R-PRICE FROM WS-VS-OPEN-AMT
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-R-TYPE = 'R'
           ADD 1 TO WS-VS-REF-CT
           ADD WS-R-PRICE TO WS-VS-REF-AMT
           SUBTRACT WS-R-PRICE FROM WS-VS-NET-AMT
           IF WS-R-SETTLED = 'Y'
               SUBTRACT WS-R-PRICE FROM WS-VS-SET-AMT
           ELSE
               SUBTRACT WS-R-PRICE FROM WS-VS-OPEN-AMT
           END-IF
           EXIT PARAGRAPH
       END-IF.
       EVALUATE TRUE
           WHEN WS-R-ITEM (1:4) = 'VFX:'
                   OR WS-R-ITEM (1:8) = 'VFXRENT:'
               ADD 1 TO WS-VS-TITLE-CT
               ADD WS-R-PRICE TO WS-VS-TITLE-AMT
           WHEN WS-R-ITEM (1:7) = 'VFXEXT:'
               ADD 1 TO WS-VS-EXT-CT
               ADD WS-R-PRICE TO WS-VS-EXT-AMT
           WHEN WS-R-ITEM (1:16) = 'VFX SUBSCRIPTION'
               ADD 1 TO WS-VS-SUB-CT
               ADD WS-R-PRICE TO WS-VS-SUB-AMT
           WHEN WS-R-ITEM (1:7) = 'VFXTAX:'
               ADD 1 TO WS-VS-TAX-CT
               ADD WS-R-PRICE TO WS-VS-TAX-AMT
           WHEN OTHER
               ADD 1 TO WS-VS-OTH-CT
               ADD WS-R-PRICE TO WS-VS-OTH-AMT
       END-EVALUATE.
       ADD WS-R-PRICE TO WS-VS-NET-AMT.
       IF WS-R-SETTLED = 'Y'
           ADD WS-R-PRICE TO WS-VS-SET-AMT
       ELSE
           ADD WS-R-PRICE TO WS-VS-OPEN-AMT
       END-IF.
      ******************************************************************
      * SETTLEMENT CREDITS REGISTERED TO VUFLIX IN THE RANGE; ONE
      * THE BANK RETURNED NEVER ARRIVED. A RETURNED CREDIT LATER
      * FOLDED INTO A NEW PAYOUT (SETTLED) IS IN THAT PAYOUT'S AMOUNT,
      * SO ONLY CREDITS ACTUALLY SENT COUNT AS PAID.
      ******************************************************************
       400-PAYOUTS.
       OPEN INPUT PAY-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-PAY-AVAIL.
       MOVE WS-VFX-MER-ID TO PAY-MER-ID.
       MOVE WS-FROM-DATE TO PAY-DATE.
       MOVE ZERO TO PAY-TRACE.
       START PAY-FILE KEY NOT LESS THAN PAY-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PAY-EOF
       END-START.
       PERFORM UNTIL WS-PAY-EOF = 'Y'
           READ PAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   IF PAY-MER-ID NOT = WS-VFX-MER-ID
                           OR PAY-DATE > WS-TO-DATE
                       MOVE 'Y' TO WS-PAY-EOF
                   ELSE
                       IF PAY-KIND-SETTLE
                           IF PAY-SENT
                               ADD 1 TO WS-PY-CT
                               ADD PAY-AMOUNT TO WS-PY-AMT
                           END-IF
                           IF PAY-RETURNED
                               ADD 1 TO WS-PY-RET-CT
                               ADD PAY-AMOUNT TO WS-PY-RET-AMT
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PAY-FILE.
      ******************************************************************
       500-PRINT-REPORT.
       OPEN OUTPUT IC-RPT-FILE.
       MOVE 'VUFLIX / VISA INTERCOMPANY RECONCILIATION' TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE SPACES TO IC-RPT-LINE.
       STRING 'MERCHANT ' WS-VFX-MER-ID '  LOCATION ' WS-VFX-LOC-ID
              '  FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE SPACES TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE 'VUFLIX BOOKS (PURCHASE FILE)' TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE '  TITLE SALES CHARGED TO A CARD' TO OUT-IC-LABEL.
       MOVE WS-BK-CARD-CT TO OUT-IC-CT.
       MOVE WS-BK-CARD-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  POINTS / SUBSCRIPTION CREDIT (NO CARD)' TO OUT-IC-LABEL.
       MOVE WS-BK-NOCARD-CT TO OUT-IC-CT.
       MOVE WS-BK-NOCARD-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE SPACES TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE 'VISA POSTINGS TO THE VUFLIX MERCHANT' TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE '  TITLE SALES AND RENTALS' TO OUT-IC-LABEL.
       MOVE WS-VS-TITLE-CT TO OUT-IC-CT.
       MOVE WS-VS-TITLE-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  RENTAL EXTENSIONS' TO OUT-IC-LABEL.
       MOVE WS-VS-EXT-CT TO OUT-IC-CT.
       MOVE WS-VS-EXT-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  SUBSCRIPTION FEES' TO OUT-IC-LABEL.
       MOVE WS-VS-SUB-CT TO OUT-IC-CT.
       MOVE WS-VS-SUB-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  SALES TAX COLLECTED (NET)' TO OUT-IC-LABEL.
       MOVE WS-VS-TAX-CT TO OUT-IC-CT.
       MOVE WS-VS-TAX-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  OTHER CHARGES' TO OUT-IC-LABEL.
       MOVE WS-VS-OTH-CT TO OUT-IC-CT.
       MOVE WS-VS-OTH-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  REFUNDS' TO OUT-IC-LABEL.
       MOVE WS-VS-REF-CT TO OUT-IC-CT.
       MOVE WS-VS-REF-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  NET SALES' TO OUT-IC-LABEL.
       MOVE ZERO TO OUT-IC-CT.
       MOVE WS-VS-NET-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '    SETTLED' TO OUT-IC-LABEL.
       MOVE WS-VS-SET-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '    AWAITING SETTLEMENT' TO OUT-IC-LABEL.
       MOVE WS-VS-OPEN-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  DISPUTED - HELD OUT OF SETTLEMENT' TO OUT-IC-LABEL.
       MOVE WS-VS-DSP-CT TO OUT-IC-CT.
       MOVE WS-VS-DSP-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE SPACES TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE 'SETTLEMENT PAYOUTS TO VUFLIX' TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       IF WS-PAY-AVAIL NOT = 'Y'
           MOVE '  NO PAYOUT REGISTER ON FILE' TO IC-RPT-LINE
           WRITE IC-RPT-LINE
       END-IF.
       MOVE '  PAID' TO OUT-IC-LABEL.
       MOVE WS-PY-CT TO OUT-IC-CT.
       MOVE WS-PY-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  RETURNED BY THE BANK' TO OUT-IC-LABEL.
       MOVE WS-PY-RET-CT TO OUT-IC-CT.
       MOVE WS-PY-RET-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE SPACES TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE 'TIE-OUT' TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE ZERO TO OUT-IC-CT.
       COMPUTE WS-TIE-TITLE = WS-VS-TITLE-AMT - WS-VS-REF-AMT.
       MOVE '  VUFLIX CARD TITLE SALES' TO OUT-IC-LABEL.
       MOVE WS-BK-CARD-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  VISA TITLE CHARGES LESS REFUNDS' TO OUT-IC-LABEL.
       MOVE WS-TIE-TITLE TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       COMPUTE WS-TIE-DIFF = WS-BK-CARD-AMT - WS-TIE-TITLE.
       MOVE '  DIFFERENCE' TO OUT-IC-LABEL.
       MOVE WS-TIE-DIFF TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       IF WS-TIE-DIFF = ZERO
           MOVE '  TITLE SALES IN BALANCE' TO IC-RPT-LINE
       ELSE
           MOVE '  OUT OF BALANCE - CHECK DISPUTES AND REFUNDS OF SALE
      -         'S OUTSIDE THE RANGE' TO IC-RPT-LINE
       END-IF.
       WRITE IC-RPT-LINE.
       MOVE '  SETTLED NET SALES' TO OUT-IC-LABEL.
       MOVE WS-VS-SET-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       MOVE '  PAID OUT' TO OUT-IC-LABEL.
       MOVE WS-PY-AMT TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       COMPUTE WS-TIE-DIFF = WS-VS-SET-AMT - WS-PY-AMT.
       MOVE '  FEES, RESERVE AND RETURNS' TO OUT-IC-LABEL.
       MOVE WS-TIE-DIFF TO OUT-IC-AMT.
       PERFORM 900-WRITE-LINE.
       CLOSE IC-RPT-FILE.
       MOVE 'VFX-IC-RECON.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-IC-RECON' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME, WS-RPT-PROGRAM.
      ******************************************************************
       900-WRITE-LINE.
       MOVE OUT-IC-LINE TO IC-RPT-LINE.
       WRITE IC-RPT-LINE.
       MOVE ZERO TO OUT-IC-CT.
