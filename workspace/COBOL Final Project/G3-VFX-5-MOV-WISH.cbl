      *           ID SCREEN INSTEAD OF BEING LET INTO THE WISHLIST.
      *  8/9    - 400-PURCHASE NOW SENDS THE SAME PURCHASE CONFIRMATION
      *           EMAIL AS G3-VFX-3-PUR AFTER WRITING VTP-REC.
      *  10/15  - CARD CHARGES POST UNDER VUFLIX'S OWN VISA MERCHANT
      *           AND ONLINE LOCATION (G3-LINK-VFX-MER), SO THE
      *           REVENUE SETTLES TO VUFLIX LIKE ANY MERCHANT'S.
      *  10/15  - SALES TAX FOR THE MEMBER'S ZIP (G3-LINK-VFX-TAX) IS
      *           CHARGED AS ITS OWN CARD LINE, KEPT ON VTP-TAX AND
      *           LOGGED TO THE LIABILITY LEDGER (VFXTAX.TXT).
      *  10/15  - THE CATALOG PRICE IS KEPT ON VTP-LIST-PRICE FOR THE
      *           LICENSOR ROYALTY STATEMENT.
      *  10/15  - WITH VIEWER PROFILES SET UP THE MEMBER PICKS WHOSE
      *           WISHLIST TO SHOW (PLUS ANY WISHES OF THE WHOLE
      *           MEMBERSHIP), AND A TITLE ABOVE THAT PROFILE'S
      *           RATING CEILING WILL NOT SELL FROM IT.
      *  10/15  - THE TITLE AND ITS TAX LINE TOGETHER MUST PASS THE
      *           CARDHOLDER'S CARD CONTROLS (G3-LINK-CC-CTRL) FOR
      *           THE VUFLIX MERCHANT.
      *  10/15  - AN ERASED MEMBERSHIP CANNOT BUY FROM ITS WISHLIST.
      ******************************************************************
       PROGRAM-ID. G3-VFX-5-MOV-WISH IS INITIAL.
      ******************************************************************
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-ZIP.
       COPY SELECT-VFXPROF.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-ZIP.
       COPY FD-VFXPROF.
       
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  LK-COMPLETED                PIC X       VALUE SPACE.
       01  LK-PURITEM                  PIC X(25)   VALUE SPACES.
       01  LK-MER-ID                   PIC 9(8)    VALUE ZERO.
       01  LK-LOC-ID                   PIC 9(8)    VALUE ZERO.
       01  LK-CARD                     PIC 9(16)   VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35)   VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40)   VALUE SPACES.
       01  WS-TAX-KIND                 PIC X       VALUE 'P'.
       01  WS-TAX-BASE                 PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-TOTAL                PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-STATE                PIC XX      VALUE SPACES.
       01  WS-TAX-COUNTY               PIC X(30)   VALUE SPACES.
       01  WS-TAX-SIGN                 PIC X       VALUE '+'.
       01  WS-RATING-OK                PIC X       VALUE 'Y'.
       COPY WS-VFXPROF.

       SCREEN SECTION.
       COPY SCREEN-VFX-5-MOV-WISH.
                   VM-FILE
                   ZIP-MST-OUT.
       PERFORM 100-CHECK.
       PERFORM 150-PICK-PROFILE.
       DISPLAY PTSCREEN-HEADER.
       DISPLAY PTSCREEN-LABEL.
       DISPLAY SPACES.
           MOVE 1 TO VFX-5-CTR
       END-IF.
       IF VW-VM-ID-KEY = VFX-5-SEARCH-ID
               AND (VW-PROF-NO = WS-PROF-NO OR ZERO)
           IF VW-VML-ID-KEY = VFX-5-ID
               MOVE 'O' TO VFX-5-LOOP
           ELSE
               INVALID KEY
                   MOVE 'INVALID ID' TO VFX-2-MSG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN VM-STAT-SUSPENDED
                           MOVE 'SUSPENDED' TO VFX-2-MSG
                       WHEN VM-STAT-ERASED
                           MOVE 'ERASED' TO VFX-2-MSG
                       WHEN OTHER
                           MOVE SPACES TO VFX-2-MSG
                           PERFORM 200-MOVE
                   END-EVALUATE
           END-READ
           IF VFX-5-RESP = 'C'
               CONTINUE
               ACCEPT CHOOSEID
           END-IF
       END-PERFORM.
      ******************************************************************
      * WHOSE WISHLIST: WITH VIEWER PROFILES SET UP THE MEMBER PICKS
      * ONE, AND ITS WISHES AND CEILING ARE THE ONES USED; WITH NONE
      * THE WHOLE MEMBERSHIP AND VM-RATING-CEIL APPLY.
      ******************************************************************
       150-PICK-PROFILE.
       MOVE VM-ID TO WS-PROF-VM-ID.
       MOVE ZERO TO WS-PROF-NO.
       MOVE ZERO TO WS-PROF-CT.
       MOVE SPACES TO WS-PROF-NAME.
       MOVE VM-RATING-CEIL TO WS-PROF-CEIL.
       OPEN INPUT VPF-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PROF-EOF.
       MOVE WS-PROF-VM-ID TO VPF-VM-ID.
       MOVE ZERO TO VPF-NO.
       START VPF-FILE KEY NOT LESS THAN VPF-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PROF-EOF
       END-START.
       PERFORM UNTIL WS-PROF-EOF = 'Y'
           READ VPF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PROF-EOF
               NOT AT END
                   IF VPF-VM-ID NOT = WS-PROF-VM-ID
                       MOVE 'Y' TO WS-PROF-EOF
                   ELSE
                       IF VPF-ACTIVE
                           ADD 1 TO WS-PROF-CT
                           DISPLAY '  ' VPF-NO ') ' VPF-NAME
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-PROF-CT = ZERO OR WS-PROF-NO NOT = ZERO
           DISPLAY 'WHOSE WISHLIST - PROFILE NUMBER:'
           ACCEPT WS-PROF-SEL
           MOVE WS-PROF-VM-ID TO VPF-VM-ID
           MOVE WS-PROF-SEL TO VPF-NO
           READ VPF-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH PROFILE'
               NOT INVALID KEY
                   IF VPF-ACTIVE
                       MOVE VPF-NO TO WS-PROF-NO
                       MOVE VPF-NAME TO WS-PROF-NAME
                       MOVE VPF-RATING-CEIL TO WS-PROF-CEIL
                   ELSE
                       DISPLAY 'NO SUCH PROFILE'
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VPF-FILE.
      ******************************************************************
       200-MOVE.
       MOVE 'C'        TO VFX-5-RESP.
           ACCEPT  PTSCREEN-PURCHASE
           PERFORM 300-CHECK-PURCHASE
           IF VFX-5-ALPUR NOT EQUAL 'P'
               PERFORM 390-CHECK-RATING
               IF WS-RATING-OK = 'Y'
                   PERFORM 400-PURCHASE
               END-IF
           END-IF
       ELSE
       IF VFX-5-RESP = 'N' OR 'n'
           END-READ
       END-PERFORM.
       CLOSE VTP-FILE.
      ******************************************************************
      * THE ACTIVE VIEWER PROFILE'S CEILING MUST BE AT OR ABOVE THE
      * TITLE'S CONTENT RATING.
      ******************************************************************
       390-CHECK-RATING.
       MOVE 'Y' TO WS-RATING-OK.
       MOVE VFX-5-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF VML-RATING NOT = ZERO
               AND VML-RATING > WS-PROF-CEIL
           MOVE 'N' TO WS-RATING-OK
           DISPLAY 'TITLE RATED ' VML-RATING
                   ' IS ABOVE THE VIEWER''S CEILING ' WS-PROF-CEIL
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT VFX-5-RESP
       END-IF.
      ******************************************************************
       400-PURCHASE.
       OPEN I-O VTP-FILE. 
       MOVE VML-PRICE TO LK-PRICE.
       MOVE SPACES TO LK-PURITEM.
       STRING 'VFX:', VML-TITLE DELIMITED BY SIZE INTO LK-PURITEM.
      * SALES TAX FOR THE MEMBER'S ZIP POSTS AS ITS OWN CARD LINE, SO
      * THE CARD MUST HAVE ROOM FOR THE TITLE AND THE TAX TOGETHER.
       MOVE VML-PRICE TO WS-TAX-BASE.
       CALL 'G3-LINK-VFX-TAX' USING VFX-5-ORIG-ZIP, WS-TAX-KIND,
               WS-TAX-BASE, WS-TAX-AMT, WS-TAX-STATE, WS-TAX-COUNTY.
       MOVE 'Y' TO LK-COMPLETED.
       IF WS-TAX-AMT > ZERO
           COMPUTE WS-TAX-TOTAL = LK-PRICE + WS-TAX-AMT
           CALL 'G3-LINK-CC-CHECK' USING VFX-5-ORIG-CC, WS-TAX-TOTAL,
                   LK-COMPLETED, LK-REASON
           IF LK-COMPLETED = 'Y'
               CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
               CALL 'G3-LINK-CC-CTRL' USING VFX-5-ORIG-CC, LK-CARD,
                       LK-MER-ID, WS-TAX-TOTAL, LK-COMPLETED,
                       LK-REASON
           END-IF
       END-IF.
       IF LK-COMPLETED = 'Y'
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-AUTH' USING VFX-5-ORIG-CC, LK-PRICE,
                                   LK-PURITEM, LK-MER-ID, LK-LOC-ID,
                                   LK-AUTH-ID, LK-REASON
           IF LK-AUTH-ID = ZERO
               MOVE 'N' TO LK-COMPLETED
           END-IF
       ELSE
           MOVE 'N' TO LK-COMPLETED
       END-IF.
       IF LK-COMPLETED = 'N'
           MOVE SPACES TO LK-COMPLETED

       CALL 'G3-LINK-CC-CAPTURE' USING LK-AUTH-ID, LK-COMPLETED.
       MOVE SPACES TO LK-COMPLETED.
       PERFORM 480-CHARGE-TAX.

       MOVE VFX-5-VTP-ID       TO VTP-ID-KEY.
       MOVE VFX-5-SEARCH-ID    TO VTP-VM-ID-KEY.
       MOVE 'P'                TO VTP-KIND.
       MOVE ZERO               TO VTP-EXPIRES.
       MOVE ZERO               TO VTP-GIFT-FROM.
       MOVE WS-TAX-AMT         TO VTP-TAX.
       MOVE WS-TAX-STATE       TO VTP-TAX-STATE.
       MOVE WS-TAX-COUNTY      TO VTP-TAX-COUNTY.
       MOVE VML-PRICE          TO VTP-LIST-PRICE.
       MOVE SPACES             TO VTP-PROMO-CODE.
       MOVE ZERO               TO VTP-PROMO-OFF.
       WRITE VTP-REC.
       CLOSE VTP-FILE.
       MOVE 'P' TO VFX-5-ALPUR.
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY PURCHASED.
      ******************************************************************
      * THE TAX LINE: AUTHORIZED AND CAPTURED UNDER THE SAME VUFLIX
      * MERCHANT AS THE TITLE, THEN LOGGED TO THE LIABILITY LEDGER.
      * A TAX LINE THAT WILL NOT AUTHORIZE IS NOT COLLECTED.
       480-CHARGE-TAX.
       IF WS-TAX-AMT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO LK-PURITEM.
       STRING 'VFXTAX:', VML-TITLE DELIMITED BY SIZE INTO LK-PURITEM.
       CALL 'G3-LINK-CC-AUTH' USING VFX-5-ORIG-CC, WS-TAX-AMT,
                               LK-PURITEM, LK-MER-ID, LK-LOC-ID,
                               LK-AUTH-ID, LK-REASON.
       IF LK-AUTH-ID = ZERO
           MOVE ZERO TO WS-TAX-AMT
           EXIT PARAGRAPH
       END-IF.
       CALL 'G3-LINK-CC-CAPTURE' USING LK-AUTH-ID, LK-COMPLETED.
       MOVE SPACES TO LK-COMPLETED.
       CALL 'G3-VFX-TAX-LOG' USING VFX-5-ORIG-ID, WS-TAX-KIND,
               WS-TAX-SIGN, WS-TAX-STATE, WS-TAX-COUNTY, WS-TAX-BASE,
               WS-TAX-AMT.
      ******************************************************************
       500-GET-ID.
       MOVE ZERO TO VTP-ID
