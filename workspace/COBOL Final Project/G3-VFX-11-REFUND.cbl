      *           REFUND CAN LAND WHEN THE CAP1 ACCOUNT IS CLOSED.
      *           CREDIT LANDS ON THE PAYER'S VM-STORE-CREDIT (THE
      *           GIVER FOR A GIFT) AND IS LOGGED TO VFXCRED.TXT.
      *  10/15  - A TITLE BOUGHT WITH CAP1 REWARDS POINTS ('R') HAS
      *           NO CARD CHARGE OR CASH BEHIND IT AND IS NOT
      *           REFUNDED HERE.
      *  10/15  - THE CARD REFUND POSTS UNDER VUFLIX'S OWN VISA
      *           MERCHANT AND ONLINE LOCATION (G3-LINK-VFX-MER), SO
      *           IT NETS AGAINST VUFLIX'S SETTLEMENT.
      *  10/15  - THE SALES TAX CHARGED ON THE SALE (VTP-TAX) COMES
      *           BACK IN PROPORTION TO THE PRICE REFUNDED - AS ITS
      *           OWN CARD CREDIT LINE, OR INTO STORE CREDIT WITH THE
      *           PRICE - AND IS LOGGED OFF THE LIABILITY LEDGER.
      *  10/15  - BEFORE THE PURCHASE RECORD IS REMOVED, WHAT THE SALE
      *           WAS (KIND, PRICES, PROMO) GOES TO VFXRFND.TXT SO THE
      *           LICENSOR ROYALTY STATEMENT CAN NET IT BACK.
      *  10/15  - A TITLE THE HOLDER HAS WATCHED MORE THAN
      *           VFX-RFND-WATCH-PCT PERCENT OF (FURTHEST POSITION ON
      *           THE VIEWING-SESSION FILE OVER ITS RUNNING TIME) IS
      *           NOT REFUNDED. ZERO IN THE CEILING TURNS IT OFF.
      *  10/15  - EACH RUN OF THE REPORT IS FILED IN THE REPORT
      *           REPOSITORY (G3-RPT-FILE).
      *  10/15  - TAX COMES BACK OFF THE STATE AND COUNTY STAMPED ON
      *           THE PURCHASE AT SALE, NOT THE MEMBER'S ZIP TODAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-11-REFUND IS INITIAL.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFX-REFUND-RPT.
       COPY SELECT-VFXRFND.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MOV.
       COPY FD-VFX-REFUND-RPT.
       COPY FD-VFXRFND.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.

       01  WS-RF-MBR                   PIC X(8) VALUE SPACES.
       01  WS-RF-TITLE                 PIC X(8) VALUE SPACES.
       01  LK-LOC-ID                   PIC 9(8) VALUE ZERO.
       01  LK-CARD                     PIC 9(16) VALUE ZERO.
       01  LK-TSTAMP-OUT               PIC X(16) VALUE SPACES.
       01  LK-AVS-RESULT               PIC X VALUE SPACE.
       01  WS-CRED-AMT                 PIC 9(5)V99 VALUE ZERO.
       01  WS-CRED-SIGN                PIC X VALUE SPACE.
       01  WS-CRED-REASON              PIC X(25) VALUE SPACES.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  WS-RF-AMT                   PIC 9(7)V99 VALUE ZERO.
       01  WS-RF-ITEM                  PIC X(25) VALUE SPACES.
       01  WS-TAX-KIND                 PIC X VALUE SPACE.
       01  WS-TAX-BASE                 PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-BACK                 PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-NOW                  PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-STATE                PIC XX VALUE SPACES.
       01  WS-TAX-COUNTY               PIC X(30) VALUE SPACES.
       01  WS-TAX-SIGN                 PIC X VALUE '-'.
       01  WS-WATCH-ACTION             PIC X VALUE 'W'.
       01  WS-WATCH-MBR                PIC 9(8) VALUE ZERO.
       01  WS-WATCH-VML                PIC 9(8) VALUE ZERO.
       01  WS-WATCH-DEVICE             PIC X(12) VALUE SPACES.
       01  WS-WATCH-PROF               PIC 9 VALUE ZERO.
       01  WS-WATCH-PCT                PIC 9(5) VALUE ZERO.
       01  WS-WATCH-RESULT             PIC XX VALUE SPACES.
       01  WS-WATCH-PCT-ED             PIC ZZ9.

       SCREEN SECTION.
       01  BLANK-SCREEN.
                   END-IF
           END-READ
       END-PERFORM.
       MOVE ZERO TO WS-WATCH-PCT.
       IF WS-VTP-HIT = 'Y' AND VFX-RFND-WATCH-PCT > ZERO
           MOVE VTP-VM-ID OF VTP-REC TO WS-WATCH-MBR
           MOVE VTP-VML-ID OF VTP-REC TO WS-WATCH-VML
           CALL 'G3-LINK-VFX-STREAM' USING WS-WATCH-ACTION,
                   WS-WATCH-MBR, WS-WATCH-VML, WS-WATCH-DEVICE,
                   WS-WATCH-PROF, WS-WATCH-PCT, WS-WATCH-RESULT
       END-IF.
       EVALUATE TRUE
           WHEN WS-VTP-HIT NOT = 'Y'
               DISPLAY 'NO SUCH PURCHASE ON FILE'
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT WS-SURE
           WHEN VTP-KIND-POINTS
               DISPLAY 'TITLE WAS BOUGHT WITH REWARDS POINTS -'
                       ' NOT REFUNDABLE'
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT WS-SURE
           WHEN VFX-RFND-WATCH-PCT > ZERO
                   AND WS-WATCH-PCT > VFX-RFND-WATCH-PCT
               MOVE WS-WATCH-PCT TO WS-WATCH-PCT-ED
               DISPLAY 'TITLE IS ' WS-WATCH-PCT-ED '% WATCHED - OVER'
                       ' THE ' VFX-RFND-WATCH-PCT '% REFUND CEILING'
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT WS-SURE
           WHEN OTHER
               PERFORM 300-REFUND
       END-EVALUATE.
       CLOSE VTP-FILE.
      ******************************************************************
      * FOR A GIFT THE CARD THAT PAID BELONGS TO THE PURCHASER ON
                       INTO LK-ITEM
       END-READ.
       CLOSE VML-FILE.
       PERFORM 450-TAX-BACK.
       DISPLAY 'REFUND ' VTP-PRICE ' PLUS TAX ' WS-TAX-BACK
               ' - TO CARD ' VM-CC ' OR STORE CREDIT?'.
       DISPLAY "'C' = CARD, 'S' = STORE CREDIT, OTHER = CANCEL:".
       ACCEPT WS-SURE.
       IF WS-SURE = 'C' OR 'c' OR 'S' OR 's'
      * CREDIT LANDS ON THE MEMBER WHOSE CARD PAID (VM-REC IS
      * ALREADY THE GIVER FOR A GIFT), LOGGED EITHER WAY.
               ADD VTP-PRICE TO VM-STORE-CREDIT
               ADD WS-TAX-BACK TO VM-STORE-CREDIT
               REWRITE VM-REC
               COMPUTE WS-CRED-AMT = VTP-PRICE + WS-TAX-BACK
               MOVE '+' TO WS-CRED-SIGN
               MOVE 'REFUND TO STORE CREDIT' TO WS-CRED-REASON
               CALL 'G3-VFX-CRED-LOG' USING VM-ID, WS-CRED-SIGN,
           ELSE
               MOVE VTP-PRICE TO LK-PRICE
               MOVE 'R' TO LK-TRAN-TYPE
               CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
               CALL 'G3-LINK-CC-TRANS' USING VM-CC, LK-PRICE,
                       LK-ITEM, LK-MER-ID, LK-TRAN-TYPE, LK-LOC-ID,
                       LK-CARD, LK-TSTAMP-OUT, LK-AVS-RESULT
               PERFORM 460-CARD-TAX-BACK
           END-IF
           IF WS-TAX-BACK > ZERO
               CALL 'G3-VFX-TAX-LOG' USING VM-ID, WS-TAX-KIND,
                       WS-TAX-SIGN, WS-TAX-STATE, WS-TAX-COUNTY,
                       WS-TAX-BASE, WS-TAX-BACK
           END-IF
           PERFORM 500-LOG-REFUND
           PERFORM 510-LOG-ROYALTY
           DELETE VTP-FILE
           MOVE VM-EMAIL TO LK-EMAIL-TO
           MOVE SPACES TO LK-EMAIL-SUBJECT
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-SURE.
      ******************************************************************
      * THE TAX COMES BACK IN THE SAME PROPORTION AS THE PRICE: THE
      * WHOLE VTP-PRICE IS REFUNDED HERE, SO ALL OF VTP-TAX (A SALE
      * PAID ENTIRELY IN STORE CREDIT CARRIES ITS TAX WHOLE TOO).
      * THE JURISDICTION IT IS TAKEN OFF IS THE ONE STAMPED ON THE
      * PURCHASE AT SALE; ONLY A SALE WRITTEN BEFORE THAT WAS KEPT IS
      * RE-PRICED FROM THE PAYING MEMBER'S ZIP.
      ******************************************************************
       450-TAX-BACK.
       MOVE ZERO TO WS-TAX-BACK.
       MOVE SPACES TO WS-TAX-STATE.
       MOVE SPACES TO WS-TAX-COUNTY.
       IF VTP-TAX = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE VTP-PRICE TO WS-RF-AMT.
       IF VTP-PRICE > ZERO
           COMPUTE WS-TAX-BACK ROUNDED =
               VTP-TAX * WS-RF-AMT / VTP-PRICE
       ELSE
           MOVE VTP-TAX TO WS-TAX-BACK
       END-IF.
       IF VTP-KIND-RENTAL
           MOVE 'N' TO WS-TAX-KIND
       ELSE
           MOVE 'P' TO WS-TAX-KIND
       END-IF.
       MOVE WS-RF-AMT TO WS-TAX-BASE.
       IF VTP-TAX-STATE NOT = SPACES
           MOVE VTP-TAX-STATE TO WS-TAX-STATE
           MOVE VTP-TAX-COUNTY TO WS-TAX-COUNTY
       ELSE
           CALL 'G3-LINK-VFX-TAX' USING VM-ZIP, WS-TAX-KIND,
                   WS-TAX-BASE, WS-TAX-NOW, WS-TAX-STATE, WS-TAX-COUNTY
       END-IF.
      ******************************************************************
      * THE TAX GOES BACK TO THE CARD AS ITS OWN CREDIT LINE.
      ******************************************************************
       460-CARD-TAX-BACK.
       IF WS-TAX-BACK = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-ITEM TO WS-RF-ITEM.
       MOVE SPACES TO LK-ITEM.
       STRING 'VFXTAX:', VML-TITLE DELIMITED BY SIZE INTO LK-ITEM.
       MOVE WS-TAX-BACK TO LK-PRICE.
       CALL 'G3-LINK-CC-TRANS' USING VM-CC, LK-PRICE, LK-ITEM,
               LK-MER-ID, LK-TRAN-TYPE, LK-LOC-ID, LK-CARD,
               LK-TSTAMP-OUT, LK-AVS-RESULT.
       MOVE WS-RF-ITEM TO LK-ITEM.
      ******************************************************************
       500-LOG-REFUND.
       OPEN EXTEND VFX-REFUND-RPT-FILE.
       STRING WS-YEAR WS-MONTH WS-DAY ' MBR '
              VTP-VM-ID OF VTP-REC
              ' TITLE ' VTP-VML-ID OF VTP-REC ' AMT ' VTP-PRICE
              ' TAX ' WS-TAX-BACK
               DELIMITED BY SIZE INTO VFX-REFUND-RPT-LINE.
       WRITE VFX-REFUND-RPT-LINE.
       CLOSE VFX-REFUND-RPT-FILE.
       MOVE 'VFX-REFUND-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-11-REFUND' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
      * THE SALE AS IT STOOD, FOR THE ROYALTY STATEMENT TO REVERSE.
      ******************************************************************
       510-LOG-ROYALTY.
       OPEN EXTEND VRF-FILE.
       MOVE SPACES TO VRF-REC.
       MOVE WS-YEAR  TO VRF-DATE (1:4).
       MOVE WS-MONTH TO VRF-DATE (5:2).
       MOVE WS-DAY   TO VRF-DATE (7:2).
       MOVE VTP-ID TO VRF-VTP-ID.
       MOVE VTP-VM-ID OF VTP-REC TO VRF-VM-ID.
       MOVE VTP-VML-ID OF VTP-REC TO VRF-VML-ID.
       MOVE VTP-KIND TO VRF-KIND.
       MOVE VTP-DATE TO VRF-SALE-DATE.
       MOVE VTP-PRICE TO VRF-PRICE.
       MOVE VTP-LIST-PRICE TO VRF-LIST-PRICE.
       MOVE VTP-PROMO-CODE TO VRF-PROMO-CODE.
       MOVE VTP-PROMO-OFF TO VRF-PROMO-OFF.
       WRITE VRF-REC.
       CLOSE VRF-FILE.
