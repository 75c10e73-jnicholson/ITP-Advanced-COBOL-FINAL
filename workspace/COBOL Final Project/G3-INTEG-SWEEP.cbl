      ******************************************************************
      *PROGRAM:  Group 3 Referential Integrity Sweep
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Read-only nightly check that every child record on
      *          the indexed files still has its parent: card
      *          transactions, authorization holds, disputes, the
      *          account servicing files and the card, credit and
      *          compliance files (card history and activation, fraud
      *          and BSA cases, hot list, bureau and SCRA records,
      *          penalty pricing, segment balances, card controls,
      *          adverse action, line reviews, escheat, payment
      *          splits, interest accrual) against CHOLD; locations,
      *          terminals, transactions, reserves, day totals, risk,
      *          payables and statements against the merchant master;
      *          purchases, wishlists, profiles, viewing sessions,
      *          pre-orders, reviews, offers and pre-screen scores
      *          against the VFX member and title masters; bundles
      *          against their titles; royalty agreements and payments
      *          against the licensors; reposted suspense items,
      *          household links and complaint cases against whichever
      *          master they name. Active servicing left on a closed
      *          account is flagged too. The month-end placeholder
      *          transaction is not a break. Nothing is changed - the
      *          breaks go to INTEG-RPT.TXT with a count per rule and
      *          sample keys for the fix-up. A file not yet created
      *          leaves its rules unchecked. When any critical rule
      *          breaks the program ends RC 4 so the nightly driver
      *          holds the steps that depend on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-INTEG-SWEEP IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-INTEG-RPT.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-MER.
       COPY SELECT-MERLOC.
       COPY SELECT-TERM.
       COPY SELECT-AUTH-HOLD.
       COPY SELECT-DISPUTE.
       COPY SELECT-AUTHUSER.
       COPY SELECT-INSTPLAN.
       COPY SELECT-SCHEDPAY.
       COPY SELECT-BALXFER.
       COPY SELECT-STMT-HIST.
       COPY SELECT-NOTES.
       COPY SELECT-PROMISE.
       COPY SELECT-PAYOFF.
       COPY SELECT-COBORR.
       COPY SELECT-HARDSHIP.
       COPY SELECT-SPECHND.
       COPY SELECT-PTSLEDG.
       COPY SELECT-DUNLTR.
       COPY SELECT-CHGOFF-MST.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-WISH.
       COPY SELECT-VFXPROF.
       COPY SELECT-VFXVIEW.
       COPY SELECT-VFXPREO.
       COPY SELECT-VFXREVW.
       COPY SELECT-OFFER.
       COPY SELECT-ROYAGR.
       COPY SELECT-LICENSOR.
       COPY SELECT-CARDHIST.
       COPY SELECT-CARDACT.
       COPY SELECT-FRAUDCASE.
       COPY SELECT-HOTCARD.
       COPY SELECT-BURSCORE.
       COPY SELECT-SCRA.
       COPY SELECT-PENPRICE.
       COPY SELECT-SEGBAL.
       COPY SELECT-CARDCTRL.
       COPY SELECT-ADVACT.
       COPY SELECT-BSACASE.
       COPY SELECT-LINEREV.
       COPY SELECT-ESCHEAT.
       COPY SELECT-PAYALLOC.
       COPY SELECT-BURFIX.
       COPY SELECT-INTACCR.
       COPY SELECT-RESERVE.
       COPY SELECT-MERDAY.
       COPY SELECT-MERRISK.
       COPY SELECT-PAYABLE.
       COPY SELECT-MSTMT.
       COPY SELECT-SUSPENSE.
       COPY SELECT-HHLINK.
       COPY SELECT-COMPLAINT.
       COPY SELECT-PRESCORE.
       COPY SELECT-VFXBNDL.
       COPY SELECT-ROYPAY.
      ******************************************************************
       DATA DIVISION.
       COPY FD-INTEG-RPT.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-MER.
       COPY FD-MERLOC.
       COPY FD-TERM.
       COPY FD-AUTH-HOLD.
       COPY FD-DISPUTE.
       COPY FD-AUTHUSER.
       COPY FD-INSTPLAN.
       COPY FD-SCHEDPAY.
       COPY FD-BALXFER.
       COPY FD-STMT-HIST.
       COPY FD-NOTES.
       COPY FD-PROMISE.
       COPY FD-PAYOFF.
       COPY FD-COBORR.
       COPY FD-HARDSHIP.
       COPY FD-SPECHND.
       COPY FD-PTSLEDG.
       COPY FD-DUNLTR.
       COPY FD-CHGOFF-MST.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MOV.
       COPY FD-VFX-PUR.
       COPY FD-VFX-WISH.
       COPY FD-VFXPROF.
       COPY FD-VFXVIEW.
       COPY FD-VFXPREO.
       COPY FD-VFXREVW.
       COPY FD-OFFER.
       COPY FD-ROYAGR.
       COPY FD-LICENSOR.
       COPY FD-CARDHIST.
       COPY FD-CARDACT.
       COPY FD-FRAUDCASE.
       COPY FD-HOTCARD.
       COPY FD-BURSCORE.
       COPY FD-SCRA.
       COPY FD-PENPRICE.
       COPY FD-SEGBAL.
       COPY FD-CARDCTRL.
       COPY FD-ADVACT.
       COPY FD-BSACASE.
       COPY FD-LINEREV.
       COPY FD-ESCHEAT.
       COPY FD-PAYALLOC.
       COPY FD-BURFIX.
       COPY FD-INTACCR.
       COPY FD-RESERVE.
       COPY FD-MERDAY.
       COPY FD-MERRISK.
       COPY FD-PAYABLE.
       COPY FD-MSTMT.
       COPY FD-SUSPENSE.
       COPY FD-HHLINK.
       COPY FD-COMPLAINT.
       COPY FD-PRESCORE.
       COPY FD-VFXBNDL.
       COPY FD-ROYPAY.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-SCAN-EOF                 PIC X VALUE SPACES.
       01  WS-CH-AVAIL                 PIC X VALUE 'N'.
       01  WS-TRAN-AVAIL               PIC X VALUE 'N'.
       01  WS-MER-AVAIL                PIC X VALUE 'N'.
       01  WS-MERLOC-AVAIL             PIC X VALUE 'N'.
       01  WS-TRM-AVAIL                PIC X VALUE 'N'.
       01  WS-AUTH-AVAIL               PIC X VALUE 'N'.
       01  WS-DSP-AVAIL                PIC X VALUE 'N'.
       01  WS-AUS-AVAIL                PIC X VALUE 'N'.
       01  WS-INP-AVAIL                PIC X VALUE 'N'.
       01  WS-SCH-AVAIL                PIC X VALUE 'N'.
       01  WS-BXF-AVAIL                PIC X VALUE 'N'.
       01  WS-STMT-AVAIL               PIC X VALUE 'N'.
       01  WS-NTE-AVAIL                PIC X VALUE 'N'.
       01  WS-PRM-AVAIL                PIC X VALUE 'N'.
       01  WS-PQT-AVAIL                PIC X VALUE 'N'.
       01  WS-CB-AVAIL                 PIC X VALUE 'N'.
       01  WS-HRD-AVAIL                PIC X VALUE 'N'.
       01  WS-SPH-AVAIL                PIC X VALUE 'N'.
       01  WS-PTL-AVAIL                PIC X VALUE 'N'.
       01  WS-DUN-AVAIL                PIC X VALUE 'N'.
       01  WS-COF-AVAIL                PIC X VALUE 'N'.
       01  WS-VM-AVAIL                 PIC X VALUE 'N'.
       01  WS-VML-AVAIL                PIC X VALUE 'N'.
       01  WS-VTP-AVAIL                PIC X VALUE 'N'.
       01  WS-VW-AVAIL                 PIC X VALUE 'N'.
       01  WS-VPF-AVAIL                PIC X VALUE 'N'.
       01  WS-VVS-AVAIL                PIC X VALUE 'N'.
       01  WS-VPO-AVAIL                PIC X VALUE 'N'.
       01  WS-RVW-AVAIL                PIC X VALUE 'N'.
       01  WS-OFR-AVAIL                PIC X VALUE 'N'.
       01  WS-RYA-AVAIL                PIC X VALUE 'N'.
       01  WS-LCR-AVAIL                PIC X VALUE 'N'.
       01  WS-CDH-AVAIL                PIC X VALUE 'N'.
       01  WS-CAC-AVAIL                PIC X VALUE 'N'.
       01  WS-FRC-AVAIL                PIC X VALUE 'N'.
       01  WS-HOT-AVAIL                PIC X VALUE 'N'.
       01  WS-BSC-AVAIL                PIC X VALUE 'N'.
       01  WS-SCR-AVAIL                PIC X VALUE 'N'.
       01  WS-PEN-AVAIL                PIC X VALUE 'N'.
       01  WS-SEG-AVAIL                PIC X VALUE 'N'.
       01  WS-CTL-AVAIL                PIC X VALUE 'N'.
       01  WS-AAN-AVAIL                PIC X VALUE 'N'.
       01  WS-BSA-AVAIL                PIC X VALUE 'N'.
       01  WS-LRV-AVAIL                PIC X VALUE 'N'.
       01  WS-ESC-AVAIL                PIC X VALUE 'N'.
       01  WS-PAL-AVAIL                PIC X VALUE 'N'.
       01  WS-BFX-AVAIL                PIC X VALUE 'N'.
       01  WS-ACR-AVAIL                PIC X VALUE 'N'.
       01  WS-RSV-AVAIL                PIC X VALUE 'N'.
       01  WS-MDY-AVAIL                PIC X VALUE 'N'.
       01  WS-MRK-AVAIL                PIC X VALUE 'N'.
       01  WS-PAY-AVAIL                PIC X VALUE 'N'.
       01  WS-MST-AVAIL                PIC X VALUE 'N'.
       01  WS-SUS-AVAIL                PIC X VALUE 'N'.
       01  WS-HHL-AVAIL                PIC X VALUE 'N'.
       01  WS-CMP-AVAIL                PIC X VALUE 'N'.
       01  WS-PSC-AVAIL                PIC X VALUE 'N'.
       01  WS-VBN-AVAIL                PIC X VALUE 'N'.
       01  WS-RYP-AVAIL                PIC X VALUE 'N'.
       01  WS-FIND-ID                  PIC 9(8) VALUE ZERO.
       01  WS-FOUND                    PIC X VALUE 'N'.
       01  WS-FOUND-CLOSED             PIC X VALUE 'N'.
       01  WS-RULE-NO                  PIC 99 VALUE ZERO.
       01  WS-SMP-IDX                  PIC 9 VALUE ZERO.
       01  WS-BDL-IDX                  PIC 99 VALUE ZERO.
       01  WS-BRK-KEY                  PIC X(24) VALUE SPACES.
       01  WS-READ-CTR                 PIC 9(9) VALUE ZERO.
       01  WS-CRIT-CTR                 PIC 9(9) VALUE ZERO.
       01  WS-WARN-CTR                 PIC 9(9) VALUE ZERO.
       01  WS-SHOW-CT                  PIC Z(8)9.
      * THE RULES: SEVERITY ('C' CRITICAL - HOLDS THE DEPENDENT
      * STEPS, 'W' WARNING - REPORTED ONLY) AND WHAT THE BREAK IS.
       01  WS-RL-TEXT-TABLE.
           03  FILLER                  PIC X(41) VALUE
               'CCC-TRAN - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WCC-TRAN - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'CHELD AUTHORIZATION - ACCOUNT NOT ON FILE'.
           03  FILLER                  PIC X(41) VALUE
               'WAUTHORIZATION - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'CDISPUTE - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'COPEN DISPUTE - TRANSACTION NOT ON FILE'.
           03  FILLER                  PIC X(41) VALUE
               'WAUTHORIZED USER - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WACTIVE AUTHORIZED USER ON CLOSED ACCOUNT'.
           03  FILLER                  PIC X(41) VALUE
               'CINSTALLMENT PLAN - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WACTIVE INSTALLMENT PLAN ON CLOSED ACCT'.
           03  FILLER                  PIC X(41) VALUE
               'CSCHEDULED PAYMENT - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'CPENDING SCHEDULED PAYMENT ON CLOSED ACCT'.
           03  FILLER                  PIC X(41) VALUE
               'CBALANCE TRANSFER - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WSTATEMENT HISTORY - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WCONTACT NOTE - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WPAYMENT PROMISE - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'CPAYOFF QUOTE - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WCO-BORROWER - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WHARDSHIP PLAN - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WSPECIAL HANDLING - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WPOINTS LEDGER - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WDUNNING LETTER - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WCHARGE-OFF - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WMERCHANT LOCATION - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'WTERMINAL - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'CPURCHASE - MEMBER NOT ON VFX-MBR'.
           03  FILLER                  PIC X(41) VALUE
               'CPURCHASE - TITLE NOT ON VFX-MOV'.
           03  FILLER                  PIC X(41) VALUE
               'WWISHLIST - MEMBER NOT ON VFX-MBR'.
           03  FILLER                  PIC X(41) VALUE
               'WWISHLIST - TITLE NOT ON VFX-MOV'.
           03  FILLER                  PIC X(41) VALUE
               'WMEMBER - LINKED CAP1 CARD NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WVIEWER PROFILE - MEMBER NOT ON VFX-MBR'.
           03  FILLER                  PIC X(41) VALUE
               'WVIEWING SESSION - MEMBER OR TITLE GONE'.
           03  FILLER                  PIC X(41) VALUE
               'COPEN PRE-ORDER - MEMBER OR TITLE GONE'.
           03  FILLER                  PIC X(41) VALUE
               'WREVIEW - MEMBER OR TITLE GONE'.
           03  FILLER                  PIC X(41) VALUE
               'WOFFER - MEMBER OR ACCOUNT GONE'.
           03  FILLER                  PIC X(41) VALUE
               'WROYALTY AGREEMENT - TITLE/LICENSOR GONE'.
           03  FILLER                  PIC X(41) VALUE
               'WCARD HISTORY - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WCARD ACTIVATION - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WFRAUD CASE - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WHOT CARD - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WBUREAU SCORE - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'CSCRA RECORD - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'CPENALTY PRICING - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'CSEGMENT BALANCES - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WCARD CONTROLS - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WADVERSE ACTION - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WBSA CASE - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WLINE REVIEW - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WESCHEAT ITEM - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WPAYMENT SPLIT - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'WBUREAU CORRECTION - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'CINTEREST ACCRUAL - ACCOUNT NOT ON CHOLD'.
           03  FILLER                  PIC X(41) VALUE
               'CMERCHANT RESERVE - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'WMERCHANT DAY TOTAL - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'WMERCHANT RISK - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'CPAYABLE - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'WMERCHANT STATEMENT - MERCHANT NOT ON MER'.
           03  FILLER                  PIC X(41) VALUE
               'WREPOSTED SUSPENSE - POSTED-TO ID GONE'.
           03  FILLER                  PIC X(41) VALUE
               'WHOUSEHOLD LINK - CARDHOLDER/MEMBER GONE'.
           03  FILLER                  PIC X(41) VALUE
               'WCOMPLAINT - PARTY NOT ON FILE'.
           03  FILLER                  PIC X(41) VALUE
               'WPRE-SCREEN SCORE - MEMBER NOT ON VFX-MBR'.
           03  FILLER                  PIC X(41) VALUE
               'WBUNDLE - COMPONENT TITLE NOT ON VFX-MOV'.
           03  FILLER                  PIC X(41) VALUE
               'CROYALTY PAYMENT - LICENSOR NOT ON FILE'.
       01  WS-RL-TEXTS REDEFINES WS-RL-TEXT-TABLE.
           03  WS-RL-TEXT OCCURS 63 TIMES.
               05  WS-RL-SEV           PIC X.
               05  WS-RL-DESC          PIC X(40).
       01  WS-RL-COUNT-MAX             PIC 99 VALUE 63.
       01  WS-RL-RESULTS.
           03  WS-RL-RESULT OCCURS 63 TIMES.
               05  WS-RL-RUN           PIC X.
               05  WS-RL-COUNT         PIC 9(9).
               05  WS-RL-SAMPLE        PIC X(24) OCCURS 3 TIMES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-INTEG-SWEEP' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           INITIALIZE WS-RL-RESULTS.
           PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                   UNTIL WS-RULE-NO > WS-RL-COUNT-MAX
               MOVE 'N' TO WS-RL-RUN (WS-RULE-NO)
           END-PERFORM.
           PERFORM 150-OPEN-FILES.
           PERFORM 310-CHK-CC-TRAN.
           PERFORM 315-CHK-AUTH.
           PERFORM 320-CHK-DISPUTE.
           PERFORM 325-CHK-AUTHUSER.
           PERFORM 330-CHK-INSTPLAN.
           PERFORM 335-CHK-SCHEDPAY.
           PERFORM 340-CHK-BALXFER.
           PERFORM 345-CHK-SERVICING.
           PERFORM 350-CHK-ACCT-FILES.
           PERFORM 355-CHK-HOTCARD.
           PERFORM 360-CHK-MERLOC.
           PERFORM 365-CHK-TERM.
           PERFORM 370-CHK-MER-FILES.
           PERFORM 375-CHK-SUSPENSE.
           PERFORM 410-CHK-VFX-PUR.
           PERFORM 415-CHK-VFX-WISH.
           PERFORM 420-CHK-VFX-MBR.
           PERFORM 425-CHK-VFXPROF.
           PERFORM 430-CHK-VFXVIEW.
           PERFORM 435-CHK-VFXPREO.
           PERFORM 440-CHK-VFXREVW.
           PERFORM 445-CHK-OFFER.
           PERFORM 450-CHK-ROYAGR.
           PERFORM 455-CHK-HHLINK.
           PERFORM 460-CHK-COMPLAINT.
           PERFORM 465-CHK-PRESCORE.
           PERFORM 470-CHK-VFXBNDL.
           PERFORM 475-CHK-ROYPAY.
           PERFORM 160-CLOSE-FILES.
           PERFORM 600-REPORT.
           DISPLAY 'INTEGRITY SWEEP COMPLETE. RECORDS READ: '
                   WS-READ-CTR.
           DISPLAY '  CRITICAL BREAKS: ' WS-CRIT-CTR
                   '  WARNINGS: ' WS-WARN-CTR.
           IF WS-CRIT-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * EVERYTHING IS OPENED INPUT ONLY. A FILE THAT WILL NOT OPEN
      * (NOT YET CREATED ON THIS SYSTEM) LEAVES THE RULES THAT NEED
      * IT UNCHECKED RATHER THAN FAILING THE SWEEP.
      ******************************************************************
       150-OPEN-FILES.
           OPEN INPUT CH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CH-AVAIL
           END-IF.
           OPEN INPUT CC-TRAN-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-TRAN-AVAIL
           END-IF.
           OPEN INPUT MER-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-MER-AVAIL
           END-IF.
           OPEN INPUT MERLOC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-MERLOC-AVAIL
           END-IF.
           OPEN INPUT TRM-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-TRM-AVAIL
           END-IF.
           OPEN INPUT AUTH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-AUTH-AVAIL
           END-IF.
           OPEN INPUT DSP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-DSP-AVAIL
           END-IF.
           OPEN INPUT AUS-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-AUS-AVAIL
           END-IF.
           OPEN INPUT INP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-INP-AVAIL
           END-IF.
           OPEN INPUT SCH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SCH-AVAIL
           END-IF.
           OPEN INPUT BXF-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-BXF-AVAIL
           END-IF.
           OPEN INPUT STMT-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-STMT-AVAIL
           END-IF.
           OPEN INPUT NTE-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-NTE-AVAIL
           END-IF.
           OPEN INPUT PRM-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PRM-AVAIL
           END-IF.
           OPEN INPUT PQT-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PQT-AVAIL
           END-IF.
           OPEN INPUT CB-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CB-AVAIL
           END-IF.
           OPEN INPUT HRD-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-HRD-AVAIL
           END-IF.
           OPEN INPUT SPH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SPH-AVAIL
           END-IF.
           OPEN INPUT PTL-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PTL-AVAIL
           END-IF.
           OPEN INPUT DUN-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-DUN-AVAIL
           END-IF.
           OPEN INPUT COF-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-COF-AVAIL
           END-IF.
           OPEN INPUT VM-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VM-AVAIL
           END-IF.
           OPEN INPUT VML-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VML-AVAIL
           END-IF.
           OPEN INPUT VTP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VTP-AVAIL
           END-IF.
           OPEN INPUT VW-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VW-AVAIL
           END-IF.
           OPEN INPUT VPF-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VPF-AVAIL
           END-IF.
           OPEN INPUT VVS-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VVS-AVAIL
           END-IF.
           OPEN INPUT VPO-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VPO-AVAIL
           END-IF.
           OPEN INPUT RVW-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RVW-AVAIL
           END-IF.
           OPEN INPUT OFR-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-OFR-AVAIL
           END-IF.
           OPEN INPUT RYA-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RYA-AVAIL
           END-IF.
           OPEN INPUT LCR-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-LCR-AVAIL
           END-IF.
           OPEN INPUT CDH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CDH-AVAIL
           END-IF.
           OPEN INPUT CAC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CAC-AVAIL
           END-IF.
           OPEN INPUT FRC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-FRC-AVAIL
           END-IF.
           OPEN INPUT HOT-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-HOT-AVAIL
           END-IF.
           OPEN INPUT BSC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-BSC-AVAIL
           END-IF.
           OPEN INPUT SCR-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SCR-AVAIL
           END-IF.
           OPEN INPUT PEN-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PEN-AVAIL
           END-IF.
           OPEN INPUT SEG-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SEG-AVAIL
           END-IF.
           OPEN INPUT CTL-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CTL-AVAIL
           END-IF.
           OPEN INPUT AAN-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-AAN-AVAIL
           END-IF.
           OPEN INPUT BSA-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-BSA-AVAIL
           END-IF.
           OPEN INPUT LRV-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-LRV-AVAIL
           END-IF.
           OPEN INPUT ESC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-ESC-AVAIL
           END-IF.
           OPEN INPUT PAL-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PAL-AVAIL
           END-IF.
           OPEN INPUT BFX-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-BFX-AVAIL
           END-IF.
           OPEN INPUT ACR-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-ACR-AVAIL
           END-IF.
           OPEN INPUT RSV-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RSV-AVAIL
           END-IF.
           OPEN INPUT MDY-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-MDY-AVAIL
           END-IF.
           OPEN INPUT MRK-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-MRK-AVAIL
           END-IF.
           OPEN INPUT PAY-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PAY-AVAIL
           END-IF.
           OPEN INPUT MST-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-MST-AVAIL
           END-IF.
           OPEN INPUT SUS-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SUS-AVAIL
           END-IF.
           OPEN INPUT HHL-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-HHL-AVAIL
           END-IF.
           OPEN INPUT CMP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CMP-AVAIL
           END-IF.
           OPEN INPUT PSC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PSC-AVAIL
           END-IF.
           OPEN INPUT VBN-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VBN-AVAIL
           END-IF.
           OPEN INPUT RYP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RYP-AVAIL
           END-IF.
      ******************************************************************
       160-CLOSE-FILES.
           IF WS-CH-AVAIL = 'Y'
               CLOSE CH-FILE
           END-IF.
           IF WS-TRAN-AVAIL = 'Y'
               CLOSE CC-TRAN-FILE
           END-IF.
           IF WS-MER-AVAIL = 'Y'
               CLOSE MER-FILE
           END-IF.
           IF WS-MERLOC-AVAIL = 'Y'
               CLOSE MERLOC-FILE
           END-IF.
           IF WS-TRM-AVAIL = 'Y'
               CLOSE TRM-FILE
           END-IF.
           IF WS-AUTH-AVAIL = 'Y'
               CLOSE AUTH-FILE
           END-IF.
           IF WS-DSP-AVAIL = 'Y'
               CLOSE DSP-FILE
           END-IF.
           IF WS-AUS-AVAIL = 'Y'
               CLOSE AUS-FILE
           END-IF.
           IF WS-INP-AVAIL = 'Y'
               CLOSE INP-FILE
           END-IF.
           IF WS-SCH-AVAIL = 'Y'
               CLOSE SCH-FILE
           END-IF.
           IF WS-BXF-AVAIL = 'Y'
               CLOSE BXF-FILE
           END-IF.
           IF WS-STMT-AVAIL = 'Y'
               CLOSE STMT-FILE
           END-IF.
           IF WS-NTE-AVAIL = 'Y'
               CLOSE NTE-FILE
           END-IF.
           IF WS-PRM-AVAIL = 'Y'
               CLOSE PRM-FILE
           END-IF.
           IF WS-PQT-AVAIL = 'Y'
               CLOSE PQT-FILE
           END-IF.
           IF WS-CB-AVAIL = 'Y'
               CLOSE CB-FILE
           END-IF.
           IF WS-HRD-AVAIL = 'Y'
               CLOSE HRD-FILE
           END-IF.
           IF WS-SPH-AVAIL = 'Y'
               CLOSE SPH-FILE
           END-IF.
           IF WS-PTL-AVAIL = 'Y'
               CLOSE PTL-FILE
           END-IF.
           IF WS-DUN-AVAIL = 'Y'
               CLOSE DUN-FILE
           END-IF.
           IF WS-COF-AVAIL = 'Y'
               CLOSE COF-FILE
           END-IF.
           IF WS-VM-AVAIL = 'Y'
               CLOSE VM-FILE
           END-IF.
           IF WS-VML-AVAIL = 'Y'
               CLOSE VML-FILE
           END-IF.
           IF WS-VTP-AVAIL = 'Y'
               CLOSE VTP-FILE
           END-IF.
           IF WS-VW-AVAIL = 'Y'
               CLOSE VW-FILE
           END-IF.
           IF WS-VPF-AVAIL = 'Y'
               CLOSE VPF-FILE
           END-IF.
           IF WS-VVS-AVAIL = 'Y'
               CLOSE VVS-FILE
           END-IF.
           IF WS-VPO-AVAIL = 'Y'
               CLOSE VPO-FILE
           END-IF.
           IF WS-RVW-AVAIL = 'Y'
               CLOSE RVW-FILE
           END-IF.
           IF WS-OFR-AVAIL = 'Y'
               CLOSE OFR-FILE
           END-IF.
           IF WS-RYA-AVAIL = 'Y'
               CLOSE RYA-FILE
           END-IF.
           IF WS-LCR-AVAIL = 'Y'
               CLOSE LCR-FILE
           END-IF.
           IF WS-CDH-AVAIL = 'Y'
               CLOSE CDH-FILE
           END-IF.
           IF WS-CAC-AVAIL = 'Y'
               CLOSE CAC-FILE
           END-IF.
           IF WS-FRC-AVAIL = 'Y'
               CLOSE FRC-FILE
           END-IF.
           IF WS-HOT-AVAIL = 'Y'
               CLOSE HOT-FILE
           END-IF.
           IF WS-BSC-AVAIL = 'Y'
               CLOSE BSC-FILE
           END-IF.
           IF WS-SCR-AVAIL = 'Y'
               CLOSE SCR-FILE
           END-IF.
           IF WS-PEN-AVAIL = 'Y'
               CLOSE PEN-FILE
           END-IF.
           IF WS-SEG-AVAIL = 'Y'
               CLOSE SEG-FILE
           END-IF.
           IF WS-CTL-AVAIL = 'Y'
               CLOSE CTL-FILE
           END-IF.
           IF WS-AAN-AVAIL = 'Y'
               CLOSE AAN-FILE
           END-IF.
           IF WS-BSA-AVAIL = 'Y'
               CLOSE BSA-FILE
           END-IF.
           IF WS-LRV-AVAIL = 'Y'
               CLOSE LRV-FILE
           END-IF.
           IF WS-ESC-AVAIL = 'Y'
               CLOSE ESC-FILE
           END-IF.
           IF WS-PAL-AVAIL = 'Y'
               CLOSE PAL-FILE
           END-IF.
           IF WS-BFX-AVAIL = 'Y'
               CLOSE BFX-FILE
           END-IF.
           IF WS-ACR-AVAIL = 'Y'
               CLOSE ACR-FILE
           END-IF.
           IF WS-RSV-AVAIL = 'Y'
               CLOSE RSV-FILE
           END-IF.
           IF WS-MDY-AVAIL = 'Y'
               CLOSE MDY-FILE
           END-IF.
           IF WS-MRK-AVAIL = 'Y'
               CLOSE MRK-FILE
           END-IF.
           IF WS-PAY-AVAIL = 'Y'
               CLOSE PAY-FILE
           END-IF.
           IF WS-MST-AVAIL = 'Y'
               CLOSE MST-FILE
           END-IF.
           IF WS-SUS-AVAIL = 'Y'
               CLOSE SUS-FILE
           END-IF.
           IF WS-HHL-AVAIL = 'Y'
               CLOSE HHL-FILE
           END-IF.
           IF WS-CMP-AVAIL = 'Y'
               CLOSE CMP-FILE
           END-IF.
           IF WS-PSC-AVAIL = 'Y'
               CLOSE PSC-FILE
           END-IF.
           IF WS-VBN-AVAIL = 'Y'
               CLOSE VBN-FILE
           END-IF.
           IF WS-RYP-AVAIL = 'Y'
               CLOSE RYP-FILE
           END-IF.
      ******************************************************************
      * CARD TRANSACTIONS: THE ACCOUNT, AND THE MERCHANT WHERE ONE
      * IS NAMED (PAYMENTS AND FEES CARRY NONE). THE PLACEHOLDER ROW
      * MONTH-END LEAVES AT THE END OF THE FILE (ACCOUNT 4999999,
      * SOURCE 'SYS') HAS NO ACCOUNT BY DESIGN.
      ******************************************************************
       310-CHK-CC-TRAN.
           IF WS-TRAN-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (01).
           IF WS-MER-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (02)
           END-IF.
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CC-TRAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE CC-TRAN-KEY TO WS-BRK-KEY
                       MOVE CC-ID TO WS-FIND-ID
                       PERFORM 800-FIND-CH
                       IF WS-FOUND = 'N'
                           AND NOT (CC-ID = 4999999
                                    AND CC-SRC-MONTHEND)
                           MOVE 01 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
                       IF WS-RL-RUN (02) = 'Y'
                           AND CC-MER-ID NOT = ZERO
                           MOVE CC-MER-ID TO WS-FIND-ID
                           PERFORM 810-FIND-MER
                           IF WS-FOUND = 'N'
                               MOVE 02 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * AUTHORIZATION HOLDS: A HOLD STILL OPEN AGAINST AN ACCOUNT
      * THAT IS GONE CAN NEVER BE CAPTURED OR RELEASED. CAPTURED AND
      * EXPIRED HOLDS ARE HISTORY AND ONLY THEIR MERCHANT IS CHECKED.
      ******************************************************************
       315-CHK-AUTH.
           IF WS-AUTH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CH-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (03)
           END-IF.
           IF WS-MER-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (04)
           END-IF.
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ AUTH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE AUTH-ID-KEY TO WS-BRK-KEY
                       IF WS-RL-RUN (03) = 'Y' AND AUTH-STAT-HELD
                           MOVE AUTH-CC-ID TO WS-FIND-ID
                           PERFORM 800-FIND-CH
                           IF WS-FOUND = 'N'
                               MOVE 03 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
                       IF WS-RL-RUN (04) = 'Y'
                           AND AUTH-MER-ID NOT = ZERO
                           MOVE AUTH-MER-ID TO WS-FIND-ID
                           PERFORM 810-FIND-MER
                           IF WS-FOUND = 'N'
                               MOVE 04 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * DISPUTES: THE ACCOUNT, AND FOR AN OPEN CASE THE DISPUTED
      * TRANSACTION ITSELF. SETTLED CASES MAY POINT AT TRANSACTIONS
      * SINCE MOVED TO THE ARCHIVE.
      ******************************************************************
       320-CHK-DISPUTE.
           IF WS-DSP-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (05).
           IF WS-TRAN-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (06)
           END-IF.
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ DSP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE DSP-ID-KEY TO WS-BRK-KEY
                       MOVE DSP-CC-ID TO WS-FIND-ID
                       PERFORM 800-FIND-CH
                       IF WS-FOUND = 'N'
                           MOVE 05 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
                       IF WS-RL-RUN (06) = 'Y' AND DSP-STAT-OPEN
                           MOVE DSP-CC-ID TO CC-ID
                           MOVE DSP-TRAN-TSTAMP TO CC-TRAN-TSTAMP
                           MOVE DSP-TRAN-SEQ TO CC-TRAN-SEQ
                           READ CC-TRAN-FILE
                               INVALID KEY
                                   MOVE 06 TO WS-RULE-NO
                                   PERFORM 900-BREAK
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       325-CHK-AUTHUSER.
           IF WS-AUS-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (07).
           MOVE 'Y' TO WS-RL-RUN (08).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ AUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE AUS-KEY TO WS-BRK-KEY
                       MOVE AUS-CH-ID TO WS-FIND-ID
                       PERFORM 800-FIND-CH
                       IF WS-FOUND = 'N'
                           MOVE 07 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       ELSE
                           IF WS-FOUND-CLOSED = 'Y' AND AUS-ACTIVE
                               MOVE 08 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       330-CHK-INSTPLAN.
           IF WS-INP-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (09).
           MOVE 'Y' TO WS-RL-RUN (10).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ INP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE INP-KEY TO WS-BRK-KEY
                       MOVE INP-CH-ID TO WS-FIND-ID
                       PERFORM 800-FIND-CH
                       IF WS-FOUND = 'N'
                           MOVE 09 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       ELSE
                           IF WS-FOUND-CLOSED = 'Y' AND INP-ACTIVE
                               MOVE 10 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * A PENDING SCHEDULED PAYMENT ON A CLOSED ACCOUNT WOULD STILL
      * DRAW ON THE CUSTOMER'S BANK WHEN ITS DATE COMES ROUND.
      ******************************************************************
       335-CHK-SCHEDPAY.
           IF WS-SCH-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (11).
           MOVE 'Y' TO WS-RL-RUN (12).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SCH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE SCH-KEY TO WS-BRK-KEY
                       MOVE SCH-CH-ID TO WS-FIND-ID
                       PERFORM 800-FIND-CH
                       IF WS-FOUND = 'N'
                           MOVE 11 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       ELSE
                           IF WS-FOUND-CLOSED = 'Y' AND SCH-PENDING
                               MOVE 12 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       340-CHK-BALXFER.
           IF WS-BXF-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (13).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ BXF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE BXF-KEY TO WS-BRK-KEY
                       MOVE BXF-CH-ID TO WS-FIND-ID
                       PERFORM 800-FIND-CH
                       IF WS-FOUND = 'N'
                           MOVE 13 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * THE REMAINING ACCOUNT-KEYED SERVICING FILES, EACH CHECKED
      * ONLY FOR ITS ACCOUNT.
      ******************************************************************
       345-CHK-SERVICING.
           IF WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-STMT-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (14)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ STMT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE STMT-KEY TO WS-BRK-KEY
                           MOVE STMT-ID TO WS-FIND-ID
                           MOVE 14 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-NTE-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (15)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ NTE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE NTE-KEY TO WS-BRK-KEY
                           MOVE NTE-CH-ID TO WS-FIND-ID
                           MOVE 15 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PRM-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (16)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PRM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE PRM-KEY TO WS-BRK-KEY
                           MOVE PRM-CH-ID TO WS-FIND-ID
                           MOVE 16 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PQT-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (17)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PQT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE PQT-ID-KEY TO WS-BRK-KEY
                           MOVE PQT-CH-ID TO WS-FIND-ID
                           MOVE 17 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CB-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (18)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ CB-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE CB-CH-ID TO WS-BRK-KEY
                           MOVE CB-CH-ID TO WS-FIND-ID
                           MOVE 18 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-HRD-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (19)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ HRD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE HRD-CH-ID TO WS-BRK-KEY
                           MOVE HRD-CH-ID TO WS-FIND-ID
                           MOVE 19 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SPH-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (20)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ SPH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE SPH-CH-ID TO WS-BRK-KEY
                           MOVE SPH-CH-ID TO WS-FIND-ID
                           MOVE 20 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PTL-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (21)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PTL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE PTL-KEY TO WS-BRK-KEY
                           MOVE PTL-CH-ID TO WS-FIND-ID
                           MOVE 21 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-DUN-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (22)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ DUN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE DUN-KEY TO WS-BRK-KEY
                           MOVE DUN-CH-ID TO WS-FIND-ID
                           MOVE 22 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-COF-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (23)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ COF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE COF-CH-ID TO WS-BRK-KEY
                           MOVE COF-CH-ID TO WS-FIND-ID
                           MOVE 23 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
      ******************************************************************
      * THE ACCOUNT-KEYED CARD, CREDIT AND COMPLIANCE FILES, EACH
      * CHECKED ONLY FOR ITS ACCOUNT. A DECLINED APPLICATION ON THE
      * ADVERSE ACTION FILE (ACCOUNT ZERO) AND AN ESCHEAT ITEM NOT
      * TIED TO AN ACCOUNT HAVE NO PARENT TO CHECK.
      ******************************************************************
       350-CHK-ACCT-FILES.
           IF WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CDH-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (37)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ CDH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE CDH-CARD TO WS-BRK-KEY
                           MOVE CDH-CH-ID TO WS-FIND-ID
                           MOVE 37 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CAC-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (38)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ CAC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE CAC-CARD TO WS-BRK-KEY
                           MOVE CAC-CH-ID TO WS-FIND-ID
                           MOVE 38 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-FRC-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (39)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ FRC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE FRC-ID-KEY TO WS-BRK-KEY
                           MOVE FRC-CH-ID TO WS-FIND-ID
                           MOVE 39 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-BSC-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (41)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ BSC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE BSC-CH-ID TO WS-BRK-KEY
                           MOVE BSC-CH-ID TO WS-FIND-ID
                           MOVE 41 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SCR-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (42)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ SCR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE SCR-CH-ID TO WS-BRK-KEY
                           MOVE SCR-CH-ID TO WS-FIND-ID
                           MOVE 42 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PEN-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (43)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PEN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE PEN-CH-ID TO WS-BRK-KEY
                           MOVE PEN-CH-ID TO WS-FIND-ID
                           MOVE 43 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SEG-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (44)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ SEG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE SEG-CH-ID TO WS-BRK-KEY
                           MOVE SEG-CH-ID TO WS-FIND-ID
                           MOVE 44 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CTL-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (45)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ CTL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE CTL-KEY TO WS-BRK-KEY
                           MOVE CTL-CH-ID TO WS-FIND-ID
                           MOVE 45 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-AAN-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (46)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ AAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           IF AAN-CH-ID NOT = ZERO
                               MOVE SPACES TO WS-BRK-KEY
                               MOVE AAN-ID TO WS-BRK-KEY
                               MOVE AAN-CH-ID TO WS-FIND-ID
                               MOVE 46 TO WS-RULE-NO
                               PERFORM 850-CHECK-CH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-BSA-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (47)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ BSA-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE BSA-ID TO WS-BRK-KEY
                           MOVE BSA-CH-ID TO WS-FIND-ID
                           MOVE 47 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-LRV-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (48)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ LRV-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE LRV-KEY TO WS-BRK-KEY
                           MOVE LRV-CH-ID TO WS-FIND-ID
                           MOVE 48 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ESC-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (49)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ESC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           IF ESC-CH-ID NOT = ZERO
                               MOVE SPACES TO WS-BRK-KEY
                               MOVE ESC-KEY TO WS-BRK-KEY
                               MOVE ESC-CH-ID TO WS-FIND-ID
                               MOVE 49 TO WS-RULE-NO
                               PERFORM 850-CHECK-CH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PAL-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (50)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE PAL-KEY TO WS-BRK-KEY
                           MOVE PAL-CH-ID TO WS-FIND-ID
                           MOVE 50 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-BFX-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (51)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ BFX-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE BFX-CH-ID TO WS-BRK-KEY
                           MOVE BFX-CH-ID TO WS-FIND-ID
                           MOVE 51 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ACR-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (52)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ ACR-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE ACR-CH-ID TO WS-BRK-KEY
                           MOVE ACR-CH-ID TO WS-FIND-ID
                           MOVE 52 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                   END-READ
               END-PERFORM
           END-IF.
      ******************************************************************
      * THE HOT LIST IS KEYED BY CARD ALONE. A CARD ISSUED OR
      * RETIRED SINCE THE ACTIVATION AND CARD HISTORY FILES CAME IN
      * RESOLVES TO ITS ACCOUNT THROUGH THEM; OLDER CARDS CANNOT BE
      * TIED TO AN ACCOUNT AND ARE PASSED OVER.
      ******************************************************************
       355-CHK-HOTCARD.
           IF WS-HOT-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (40).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ HOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE HOT-CARD-KEY TO WS-BRK-KEY
                       MOVE ZERO TO WS-FIND-ID
                       IF WS-CAC-AVAIL = 'Y'
                           MOVE HOT-CARD TO CAC-CARD
                           READ CAC-FILE
                               NOT INVALID KEY
                                   MOVE CAC-CH-ID TO WS-FIND-ID
                           END-READ
                       END-IF
                       IF WS-FIND-ID = ZERO AND WS-CDH-AVAIL = 'Y'
                           MOVE HOT-CARD TO CDH-CARD
                           READ CDH-FILE
                               NOT INVALID KEY
                                   MOVE CDH-CH-ID TO WS-FIND-ID
                           END-READ
                       END-IF
                       IF WS-FIND-ID NOT = ZERO
                           PERFORM 800-FIND-CH
                           IF WS-FOUND = 'N'
                               MOVE 40 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       360-CHK-MERLOC.
           IF WS-MERLOC-AVAIL NOT = 'Y' OR WS-MER-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (24).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ MERLOC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE MERLOC-ID-KEY TO WS-BRK-KEY
                       MOVE MERLOC-MER-ID TO WS-FIND-ID
                       PERFORM 810-FIND-MER
                       IF WS-FOUND = 'N'
                           MOVE 24 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       365-CHK-TERM.
           IF WS-TRM-AVAIL NOT = 'Y' OR WS-MER-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (25).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TRM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE TRM-ID-KEY TO WS-BRK-KEY
                       MOVE TRM-MER-ID TO WS-FIND-ID
                       PERFORM 810-FIND-MER
                       IF WS-FOUND = 'N'
                           MOVE 25 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * MERCHANT-KEYED SETTLEMENT AND STATEMENT FILES: THE MERCHANT.
      ******************************************************************
       370-CHK-MER-FILES.
           IF WS-MER-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-RSV-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (53)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ RSV-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE RSV-KEY TO WS-BRK-KEY
                           MOVE RSV-MER-ID TO WS-FIND-ID
                           MOVE 53 TO WS-RULE-NO
                           PERFORM 860-CHECK-MER
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-MDY-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (54)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ MDY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE MDY-KEY TO WS-BRK-KEY
                           MOVE MDY-MER-ID TO WS-FIND-ID
                           MOVE 54 TO WS-RULE-NO
                           PERFORM 860-CHECK-MER
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-MRK-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (55)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ MRK-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE MRK-MER-ID TO WS-BRK-KEY
                           MOVE MRK-MER-ID TO WS-FIND-ID
                           MOVE 55 TO WS-RULE-NO
                           PERFORM 860-CHECK-MER
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PAY-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (56)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ PAY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE PAY-KEY TO WS-BRK-KEY
                           MOVE PAY-MER-ID TO WS-FIND-ID
                           MOVE 56 TO WS-RULE-NO
                           PERFORM 860-CHECK-MER
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-MST-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (57)
               MOVE SPACES TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ MST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-CTR
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE MST-KEY TO WS-BRK-KEY
                           MOVE MST-MER-ID TO WS-FIND-ID
                           MOVE 57 TO WS-RULE-NO
                           PERFORM 860-CHECK-MER
                   END-READ
               END-PERFORM
           END-IF.
      ******************************************************************
      * A REPOSTED SUSPENSE ITEM NAMES WHAT IT POSTED TO: AN ACCOUNT
      * FOR LOCKBOX, MERCHANT-BATCH AND NSF ITEMS, A MERCHANT FOR ACH
      * RETURNS AND IMPORTED MERCHANTS. OPEN ITEMS ARE IN SUSPENSE
      * BECAUSE THEIR PARENT COULD NOT BE FOUND AND ARE NOT CHECKED.
      ******************************************************************
       375-CHK-SUSPENSE.
           IF WS-SUS-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
                   OR WS-MER-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (58).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       IF SUS-REPOSTED AND SUS-POST-ACCT NOT = ZERO
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE SUS-KEY TO WS-BRK-KEY
                           MOVE SUS-POST-ACCT TO WS-FIND-ID
                           MOVE 58 TO WS-RULE-NO
                           IF SUS-SRC-ACH-RETURN OR SUS-SRC-MER-IMPORT
                               PERFORM 860-CHECK-MER
                           ELSE
                               PERFORM 850-CHECK-CH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       410-CHK-VFX-PUR.
           IF WS-VTP-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-VM-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (26)
           END-IF.
           IF WS-VML-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (27)
           END-IF.
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VTP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE VTP-ID-KEY TO WS-BRK-KEY
                       IF WS-RL-RUN (26) = 'Y'
                           MOVE VTP-VM-ID OF VTP-REC TO WS-FIND-ID
                           PERFORM 820-FIND-VM
                           IF WS-FOUND = 'N'
                               MOVE 26 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
                       IF WS-RL-RUN (27) = 'Y'
                           MOVE VTP-VML-ID OF VTP-REC TO WS-FIND-ID
                           PERFORM 830-FIND-VML
                           IF WS-FOUND = 'N'
                               MOVE 27 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       415-CHK-VFX-WISH.
           IF WS-VW-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-VM-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (28)
           END-IF.
           IF WS-VML-AVAIL = 'Y'
               MOVE 'Y' TO WS-RL-RUN (29)
           END-IF.
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE VW-ID-KEY TO WS-BRK-KEY
                       IF WS-RL-RUN (28) = 'Y'
                           MOVE VW-VM-ID TO WS-FIND-ID
                           PERFORM 820-FIND-VM
                           IF WS-FOUND = 'N'
                               MOVE 28 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
                       IF WS-RL-RUN (29) = 'Y'
                           MOVE VW-VML-ID TO WS-FIND-ID
                           PERFORM 830-FIND-VML
                           IF WS-FOUND = 'N'
                               MOVE 29 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * MEMBERS PAYING BY CAP1 CARD: THE LINKED ACCOUNT MUST EXIST.
      ******************************************************************
       420-CHK-VFX-MBR.
           IF WS-VM-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (30).
           MOVE SPACES TO WS-SCAN-EOF.
           MOVE ZERO TO VM-ID.
           START VM-FILE KEY NOT LESS THAN VM-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       IF VM-CC NOT = ZERO
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE VM-ID-KEY TO WS-BRK-KEY
                           MOVE VM-CC TO WS-FIND-ID
                           MOVE 30 TO WS-RULE-NO
                           PERFORM 850-CHECK-CH
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       425-CHK-VFXPROF.
           IF WS-VPF-AVAIL NOT = 'Y' OR WS-VM-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (31).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VPF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE VPF-KEY TO WS-BRK-KEY
                       MOVE VPF-VM-ID TO WS-FIND-ID
                       PERFORM 820-FIND-VM
                       IF WS-FOUND = 'N'
                           MOVE 31 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       430-CHK-VFXVIEW.
           IF WS-VVS-AVAIL NOT = 'Y' OR WS-VM-AVAIL NOT = 'Y'
                   OR WS-VML-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (32).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VVS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE VVS-KEY TO WS-BRK-KEY
                       MOVE VVS-VM-ID TO WS-FIND-ID
                       PERFORM 820-FIND-VM
                       IF WS-FOUND = 'Y'
                           MOVE VVS-VML-ID TO WS-FIND-ID
                           PERFORM 830-FIND-VML
                       END-IF
                       IF WS-FOUND = 'N'
                           MOVE 32 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * AN OPEN PRE-ORDER CARRIES A CARD HOLD; IF ITS MEMBER OR
      * TITLE IS GONE THE RELEASE-DAY FILL CAN NEVER SETTLE IT.
      ******************************************************************
       435-CHK-VFXPREO.
           IF WS-VPO-AVAIL NOT = 'Y' OR WS-VM-AVAIL NOT = 'Y'
                   OR WS-VML-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (33).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VPO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       IF VPO-OPEN
                           MOVE SPACES TO WS-BRK-KEY
                           MOVE VPO-ID-KEY TO WS-BRK-KEY
                           MOVE VPO-VM-ID TO WS-FIND-ID
                           PERFORM 820-FIND-VM
                           IF WS-FOUND = 'Y'
                               MOVE VPO-VML-ID TO WS-FIND-ID
                               PERFORM 830-FIND-VML
                           END-IF
                           IF WS-FOUND = 'N'
                               MOVE 33 TO WS-RULE-NO
                               PERFORM 900-BREAK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       440-CHK-VFXREVW.
           IF WS-RVW-AVAIL NOT = 'Y' OR WS-VM-AVAIL NOT = 'Y'
                   OR WS-VML-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (34).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RVW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE RVW-KEY TO WS-BRK-KEY
                       MOVE RVW-VM-ID TO WS-FIND-ID
                       PERFORM 820-FIND-VM
                       IF WS-FOUND = 'Y'
                           MOVE RVW-VML-ID TO WS-FIND-ID
                           PERFORM 830-FIND-VML
                       END-IF
                       IF WS-FOUND = 'N'
                           MOVE 34 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * CROSS-SELL OFFERS NAME A MEMBER, AN ACCOUNT, OR BOTH; A ZERO
      * SIDE IS NOT CHECKED.
      ******************************************************************
       445-CHK-OFFER.
           IF WS-OFR-AVAIL NOT = 'Y' OR WS-VM-AVAIL NOT = 'Y'
                   OR WS-CH-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (35).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ OFR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE OFR-CODE-KEY TO WS-BRK-KEY
                       MOVE 'Y' TO WS-FOUND
                       IF OFR-VM-ID NOT = ZERO
                           MOVE OFR-VM-ID TO WS-FIND-ID
                           PERFORM 820-FIND-VM
                       END-IF
                       IF WS-FOUND = 'Y' AND OFR-CH-ID NOT = ZERO
                           MOVE OFR-CH-ID TO WS-FIND-ID
                           PERFORM 800-FIND-CH
                       END-IF
                       IF WS-FOUND = 'N'
                           MOVE 35 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       450-CHK-ROYAGR.
           IF WS-RYA-AVAIL NOT = 'Y' OR WS-VML-AVAIL NOT = 'Y'
                   OR WS-LCR-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (36).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RYA-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE RYA-VML-ID TO WS-BRK-KEY
                       MOVE RYA-VML-ID TO WS-FIND-ID
                       PERFORM 830-FIND-VML
                       IF WS-FOUND = 'Y'
                           MOVE RYA-LCR-ID TO LCR-ID
                           READ LCR-FILE
                               INVALID KEY
                                   MOVE 'N' TO WS-FOUND
                           END-READ
                       END-IF
                       IF WS-FOUND = 'N'
                           MOVE 36 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * HOUSEHOLD LINKS POINT AT A CARDHOLDER ('C') OR A VFX MEMBER
      * ('V'), EACH ON ITS OWN MASTER.
      ******************************************************************
       455-CHK-HHLINK.
           IF WS-HHL-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
                   OR WS-VM-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (59).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ HHL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE HHL-KEY TO WS-BRK-KEY
                       MOVE HHL-REC-ID TO WS-FIND-ID
                       IF HHL-SRC = 'V'
                           PERFORM 820-FIND-VM
                       ELSE
                           PERFORM 800-FIND-CH
                       END-IF
                       IF WS-FOUND = 'N'
                           MOVE 59 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * A COMPLAINT CASE NAMES A CARDHOLDER, A VFX MEMBER OR A
      * MERCHANT; ERASED PARTIES KEEP THEIR ROW, SO THE ID STAYS.
      ******************************************************************
       460-CHK-COMPLAINT.
           IF WS-CMP-AVAIL NOT = 'Y' OR WS-CH-AVAIL NOT = 'Y'
                   OR WS-VM-AVAIL NOT = 'Y' OR WS-MER-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (60).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE CMP-ID-KEY TO WS-BRK-KEY
                       MOVE CMP-PARTY-ID TO WS-FIND-ID
                       EVALUATE TRUE
                           WHEN CMP-PARTY-MEMBER
                               PERFORM 820-FIND-VM
                           WHEN CMP-PARTY-MERCHANT
                               PERFORM 810-FIND-MER
                           WHEN OTHER
                               PERFORM 800-FIND-CH
                       END-EVALUATE
                       IF WS-FOUND = 'N'
                           MOVE 60 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       465-CHK-PRESCORE.
           IF WS-PSC-AVAIL NOT = 'Y' OR WS-VM-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (61).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PSC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE PSC-VM-ID TO WS-BRK-KEY
                       MOVE PSC-VM-ID TO WS-FIND-ID
                       PERFORM 820-FIND-VM
                       IF WS-FOUND = 'N'
                           MOVE 61 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * A BUNDLE SELLS EVERY COMPONENT TITLE; ONE MISSING TITLE IS
      * ONE BREAK FOR THE BUNDLE.
      ******************************************************************
       470-CHK-VFXBNDL.
           IF WS-VBN-AVAIL NOT = 'Y' OR WS-VML-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (62).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VBN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE VBN-ID TO WS-BRK-KEY
                       MOVE 'Y' TO WS-FOUND
                       PERFORM VARYING WS-BDL-IDX FROM 1 BY 1
                               UNTIL WS-BDL-IDX > VBN-COMP-CT
                                   OR WS-FOUND = 'N'
                           MOVE VBN-COMP-VML-ID (WS-BDL-IDX)
                               TO WS-FIND-ID
                           PERFORM 830-FIND-VML
                       END-PERFORM
                       IF WS-FOUND = 'N'
                           MOVE 62 TO WS-RULE-NO
                           PERFORM 900-BREAK
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       475-CHK-ROYPAY.
           IF WS-RYP-AVAIL NOT = 'Y' OR WS-LCR-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RL-RUN (63).
           MOVE SPACES TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RYP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CTR
                       MOVE SPACES TO WS-BRK-KEY
                       MOVE RYP-KEY TO WS-BRK-KEY
                       MOVE RYP-LCR-ID TO LCR-ID
                       READ LCR-FILE
                           INVALID KEY
                               MOVE 63 TO WS-RULE-NO
                               PERFORM 900-BREAK
                       END-READ
               END-READ
           END-PERFORM.
      ******************************************************************
      * THE EXCEPTIONS REPORT: EVERY RULE IS LISTED, CLEAN OR NOT,
      * SO A MISSING LINE CANNOT BE MISTAKEN FOR A PASS.
      ******************************************************************
       600-REPORT.
           OPEN OUTPUT ITG-FILE.
           MOVE SPACES TO ITG-LINE.
           STRING 'REFERENTIAL INTEGRITY SWEEP   RUN DATE ' WS-TODAY
                   DELIMITED BY SIZE INTO ITG-LINE.
           WRITE ITG-LINE.
           MOVE SPACES TO ITG-LINE.
           WRITE ITG-LINE.
           MOVE 'RULE SEV     BREAKS  DESCRIPTION' TO ITG-LINE.
           WRITE ITG-LINE.
           PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                   UNTIL WS-RULE-NO > WS-RL-COUNT-MAX
               PERFORM 650-REPORT-RULE
           END-PERFORM.
           MOVE SPACES TO ITG-LINE.
           WRITE ITG-LINE.
           MOVE WS-CRIT-CTR TO WS-SHOW-CT.
           MOVE SPACES TO ITG-LINE.
           STRING 'CRITICAL BREAKS: ' WS-SHOW-CT
                   DELIMITED BY SIZE INTO ITG-LINE.
           WRITE ITG-LINE.
           MOVE WS-WARN-CTR TO WS-SHOW-CT.
           MOVE SPACES TO ITG-LINE.
           STRING 'WARNINGS:        ' WS-SHOW-CT
                   DELIMITED BY SIZE INTO ITG-LINE.
           WRITE ITG-LINE.
           IF WS-CRIT-CTR > ZERO
               MOVE 'CRITICAL RULES BROKEN - DEPENDENT STEPS HELD'
                   TO ITG-LINE
           ELSE
               MOVE 'NO CRITICAL BREAKS' TO ITG-LINE
           END-IF.
           WRITE ITG-LINE.
           CLOSE ITG-FILE.
           MOVE 'INTEG-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-INTEG-SWEEP' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
      ******************************************************************
       650-REPORT-RULE.
           MOVE SPACES TO ITG-LINE.
           IF WS-RL-RUN (WS-RULE-NO) NOT = 'Y'
               STRING ' ' WS-RULE-NO '   ' WS-RL-SEV (WS-RULE-NO)
                       '  NOT RUN    ' WS-RL-DESC (WS-RULE-NO)
                       DELIMITED BY SIZE INTO ITG-LINE
               WRITE ITG-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RL-COUNT (WS-RULE-NO) TO WS-SHOW-CT.
           STRING ' ' WS-RULE-NO '   ' WS-RL-SEV (WS-RULE-NO)
                   '  ' WS-SHOW-CT '  ' WS-RL-DESC (WS-RULE-NO)
                   DELIMITED BY SIZE INTO ITG-LINE.
           WRITE ITG-LINE.
           PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > 3
                       OR WS-SMP-IDX > WS-RL-COUNT (WS-RULE-NO)
               MOVE SPACES TO ITG-LINE
               STRING '                   SAMPLE KEY '
                       WS-RL-SAMPLE (WS-RULE-NO, WS-SMP-IDX)
                       DELIMITED BY SIZE INTO ITG-LINE
               WRITE ITG-LINE
           END-PERFORM.
      ******************************************************************
      * PARENT LOOKUPS: WS-FOUND 'Y'/'N' FOR THE ID IN WS-FIND-ID.
      ******************************************************************
       800-FIND-CH.
           MOVE 'N' TO WS-FOUND-CLOSED.
           MOVE WS-FIND-ID TO CH-ID.
           READ CH-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   IF CH-STAT-CLOSED
                       MOVE 'Y' TO WS-FOUND-CLOSED
                   END-IF
           END-READ.
      ******************************************************************
       810-FIND-MER.
           MOVE WS-FIND-ID TO MER-ID.
           READ MER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.
      ******************************************************************
       820-FIND-VM.
           MOVE WS-FIND-ID TO VM-ID.
           READ VM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.
      ******************************************************************
       830-FIND-VML.
           MOVE WS-FIND-ID TO VML-ID.
           READ VML-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.
      ******************************************************************
      * ACCOUNT-ONLY AND MERCHANT-ONLY CHECKS: RULE IN WS-RULE-NO,
      * KEY ALREADY IN WS-BRK-KEY. THE CALLER COUNTS THE READ.
      ******************************************************************
       850-CHECK-CH.
           PERFORM 800-FIND-CH.
           IF WS-FOUND = 'N'
               PERFORM 900-BREAK
           END-IF.
      ******************************************************************
       860-CHECK-MER.
           PERFORM 810-FIND-MER.
           IF WS-FOUND = 'N'
               PERFORM 900-BREAK
           END-IF.
      ******************************************************************
      * ONE BREAK AGAINST THE RULE IN WS-RULE-NO; THE FIRST THREE
      * KEYS ARE KEPT AS SAMPLES FOR THE REPORT.
      ******************************************************************
       900-BREAK.
           ADD 1 TO WS-RL-COUNT (WS-RULE-NO).
           IF WS-RL-COUNT (WS-RULE-NO) NOT > 3
               MOVE WS-RL-COUNT (WS-RULE-NO) TO WS-SMP-IDX
               MOVE WS-BRK-KEY
                   TO WS-RL-SAMPLE (WS-RULE-NO, WS-SMP-IDX)
           END-IF.
           IF WS-RL-SEV (WS-RULE-NO) = 'C'
               ADD 1 TO WS-CRIT-CTR
           ELSE
               ADD 1 TO WS-WARN-CTR
           END-IF.
