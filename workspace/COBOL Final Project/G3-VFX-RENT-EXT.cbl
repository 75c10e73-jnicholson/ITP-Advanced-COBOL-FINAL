      *          the same check/post path as a purchase, and
      *          VTP-EXPIRES is pushed out another 48 hours. A
      *          rental already past its expiry cannot extend - it
      *          re-rents at the full rate instead. The charge
      *          posts under Vuflix's own VISA merchant and online
      *          location (G3-LINK-VFX-MER), within the cardholder's
      *          card controls (G3-LINK-CC-CTRL) for that merchant.
      *          Sales tax for the member's ZIP (G3-LINK-VFX-TAX,
      *          taxed as a rental) posts as its own card line and
      *          is logged to the liability ledger (VFXTAX.TXT).
      *          Each extension charge is logged to VFXRLOG.TXT for
      *          the licensor royalty statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-RENT-EXT IS INITIAL.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXRLOG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MOV.
       COPY FD-VFXRLOG.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.

       01  LK-LOC-ID                   PIC 9(8) VALUE ZERO.
       01  LK-CARD                     PIC 9(16) VALUE ZERO.
       01  LK-TSTAMP-OUT               PIC X(16) VALUE SPACES.
       01  LK-AVS-RESULT               PIC X VALUE SPACE.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  WS-TAX-KIND                 PIC X VALUE 'N'.
       01  WS-TAX-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-TOTAL                PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-STATE                PIC XX VALUE SPACES.
       01  WS-TAX-COUNTY               PIC X(30) VALUE SPACES.
       01  WS-TAX-SIGN                 PIC X VALUE '+'.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       COMPUTE WS-RENEW-AMT ROUNDED =
           VML-RENT-PRICE * WS-RENEW-PCT.
       MOVE WS-RENEW-AMT TO LK-PRICE.
       CALL 'G3-LINK-VFX-TAX' USING VM-ZIP, WS-TAX-KIND,
               WS-RENEW-AMT, WS-TAX-AMT, WS-TAX-STATE, WS-TAX-COUNTY.
      * THE TAX IS ITS OWN LINE, SO THE CARD MUST TAKE BOTH.
       COMPUTE WS-TAX-TOTAL = LK-PRICE + WS-TAX-AMT.
       CALL 'G3-LINK-CC-CHECK' USING VM-CC, WS-TAX-TOTAL,
               LK-COMPLETED, LK-REASON.
       IF LK-COMPLETED = 'Y'
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-CTRL' USING VM-CC, LK-CARD, LK-MER-ID,
                   WS-TAX-TOTAL, LK-COMPLETED, LK-REASON
       END-IF.
       IF LK-COMPLETED NOT = 'Y'
           DISPLAY 'CARD DECLINED (' LK-REASON ') - NOT EXTENDED'
           CLOSE VM-FILE VML-FILE
       MOVE 'W' TO LK-TRAN-TYPE.
       CALL 'G3-LINK-CC-TRANS' USING VM-CC, LK-PRICE, LK-ITEM,
               LK-MER-ID, LK-TRAN-TYPE, LK-LOC-ID, LK-CARD,
               LK-TSTAMP-OUT, LK-AVS-RESULT.
       IF WS-TAX-AMT > ZERO
           MOVE SPACES TO LK-ITEM
           STRING 'VFXTAX:', VML-TITLE DELIMITED BY SIZE INTO LK-ITEM
           CALL 'G3-LINK-CC-TRANS' USING VM-CC, WS-TAX-AMT, LK-ITEM,
                   LK-MER-ID, LK-TRAN-TYPE, LK-LOC-ID, LK-CARD,
                   LK-TSTAMP-OUT, LK-AVS-RESULT
           CALL 'G3-VFX-TAX-LOG' USING VM-ID, WS-TAX-KIND,
                   WS-TAX-SIGN, WS-TAX-STATE, WS-TAX-COUNTY,
                   WS-RENEW-AMT, WS-TAX-AMT
       END-IF.
      * ANOTHER 48 HOURS FROM THE CURRENT EXPIRY, SAME MONTH-END
      * CLAMP THE ORIGINAL RENTAL USES.
       MOVE VTP-EXPIRES (1:4) TO WS-NEW-EXP-YR.
       END-IF.
       MOVE WS-NEW-EXP-N TO VTP-EXPIRES.
       REWRITE VTP-REC.
       PERFORM 400-LOG-ROYALTY.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'RENTAL EXTENDED: ', VML-TITLE
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       CLOSE VM-FILE
             VML-FILE.
       DISPLAY 'EXTENDED TO ' VTP-EXPIRES ' FOR ' WS-RENEW-AMT
               ' PLUS TAX ' WS-TAX-AMT.
      ******************************************************************
      ******************************************************************
      * THE EXTENSION IS RENTAL REVENUE ON THE TITLE THE PURCHASE
      * RECORD NEVER SHOWS; THE ROYALTY STATEMENT PICKS IT UP HERE.
      ******************************************************************
       400-LOG-ROYALTY.
       OPEN EXTEND VRL-FILE.
       MOVE SPACES TO VRL-REC.
       MOVE WS-TODAY TO VRL-DATE.
       MOVE 'X' TO VRL-EVENT.
       MOVE VTP-ID TO VRL-VTP-ID.
       MOVE VTP-VM-ID OF VTP-REC TO VRL-VM-ID.
       MOVE VTP-VML-ID OF VTP-REC TO VRL-VML-ID.
       MOVE VTP-KIND TO VRL-KIND.
       MOVE WS-TODAY TO VRL-SALE-DATE.
       MOVE WS-RENEW-AMT TO VRL-PRICE.
       MOVE ZERO TO VRL-LIST-PRICE.
       MOVE SPACES TO VRL-PROMO-CODE.
       MOVE ZERO TO VRL-PROMO-OFF.
       WRITE VRL-REC.
       CLOSE VRL-FILE.
