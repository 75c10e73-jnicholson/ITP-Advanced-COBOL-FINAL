      *  9/1    - A SUBSCRIBER WITH INCLUDED RENTAL CREDITS LEFT
      *           (VM-CREDITS) RENTS ON A CREDIT INSTEAD OF THE
      *           CARD: NO CHARGE, VTP-PRICE ZERO, ONE CREDIT DOWN.
      *  10/15  - CARD CHARGES POST UNDER VUFLIX'S OWN VISA MERCHANT
      *           AND ONLINE LOCATION (G3-LINK-VFX-MER), SO THE
      *           REVENUE SETTLES TO VUFLIX LIKE ANY MERCHANT'S.
      *  10/15  - SALES TAX FOR THE BUYER'S ZIP (G3-LINK-VFX-TAX) IS
      *           CHARGED AS ITS OWN CARD LINE ON A PURCHASE, GIFT OR
      *           CARD-PAID RENTAL, KEPT ON VTP-TAX AND LOGGED TO
      *           THE LIABILITY LEDGER (VFXTAX.TXT).
      *  10/15  - THE CATALOG PRICE (RENTAL PRICE FOR A RENTAL, EVEN
      *           ONE ON A SUBSCRIPTION CREDIT) AND ANY PROMO CODE
      *           WITH ITS DISCOUNT ARE KEPT ON VTP-REC FOR THE
      *           LICENSOR ROYALTY STATEMENT.
      *  10/15  - WITH VIEWER PROFILES SET UP THE MEMBER PICKS WHO IS
      *           BUYING; THAT PROFILE'S CEILING FENCES A PURCHASE OR
      *           RENTAL (A GIFT STILL USES THE RECIPIENT'S) AND A
      *           WISH GOES ON THAT PROFILE'S WISHLIST. THE PURCHASE
      *           ITSELF STAYS WITH THE MEMBERSHIP.
      *  10/15  - 'B' BUYS A TITLE BUNDLE (G3-VFX-BUNDLE) ON ONE CARD
      *           AUTHORIZATION, WRITING ONE VTP-REC PER TITLE WITH
      *           THE BUNDLE PRICE SPREAD OVER THEM; TITLES ALREADY
      *           OWNED COME OFF THE PRICE.
      *  10/15  - A PURCHASE OF A TITLE WHOSE LICENSE WINDOW HAS NOT
      *           OPENED IS OFFERED AS A PRE-ORDER: THE CARD IS HELD
      *           FOR TODAY'S PRICE AND G3-VFX-PREORDER CAPTURES IT
      *           WHEN THE WINDOW OPENS.
      *  10/15  - THE SALE AND ITS TAX LINE TOGETHER MUST PASS THE
      *           CARDHOLDER'S CARD CONTROLS (G3-LINK-CC-CTRL) FOR
      *           THE VUFLIX MERCHANT BEFORE EITHER IS TAKEN.
      *  10/15  - THE TAX STATE AND COUNTY ARE KEPT ON THE PURCHASE
      *           RECORD SO A REFUND REVERSES THE SAME JURISDICTION.
      *  10/15  - AN ERASED MEMBERSHIP CANNOT BUY, RENT OR RECEIVE A
      *           GIFT.
      ******************************************************************
       PROGRAM-ID. G3-VFX-3-PUR IS INITIAL.
      ******************************************************************
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-WISH.
       COPY SELECT-ZIP.
       COPY SELECT-VFXPROF.
       COPY SELECT-VFXBNDL.
       COPY SELECT-VFXPREO.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MOV.
       COPY FD-VFX-MBR.
       COPY FD-VFX-WISH.
       COPY FD-ZIP.
       COPY FD-VFXPROF.
       COPY FD-VFXBNDL.
       COPY FD-VFXPREO.
       
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  LK-COMPLETED                PIC X       VALUE SPACE.
       01  LK-PURITEM                  PIC X(25)   VALUE SPACES.
       01  LK-MER-ID                   PIC 9(8)    VALUE ZERO.
       01  LK-LOC-ID                   PIC 9(8)    VALUE ZERO.
       01  LK-CARD                     PIC 9(16)   VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35)   VALUE SPACES.
       01  WS-PROMO-CODE               PIC X(8)    VALUE SPACES.
       01  WS-GIFT-TO                  PIC X(8)    VALUE SPACES.
       01  WS-CRED-SIGN                PIC X       VALUE SPACE.
       01  WS-CRED-REASON              PIC X(25)   VALUE SPACES.
       01  WS-RATING-OK                PIC X       VALUE 'Y'.
       01  WS-CHK-CEIL                 PIC 9(2)    VALUE ZERO.
       01  WS-TAX-KIND                 PIC X       VALUE SPACE.
       01  WS-TAX-BASE                 PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-TOTAL                PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-STATE                PIC XX      VALUE SPACES.
       01  WS-TAX-COUNTY               PIC X(30)   VALUE SPACES.
       01  WS-TAX-SIGN                 PIC X       VALUE '+'.
       01  WS-LIST-PRICE               PIC 9(2)V99 VALUE ZERO.
       01  WS-PROMO-OFF                PIC 9(2)V99 VALUE ZERO.
       01  WS-TAX-ITEM                 PIC X(35)   VALUE SPACES.
       01  WS-PRE-DUP                  PIC X       VALUE 'N'.
       01  WS-PRE-EOF                  PIC X       VALUE SPACES.
       01  WS-PRE-PRICE-ED             PIC $$9.99.
       COPY WS-VFXPROF.
      * A BUNDLE SALE: ITS TITLES, WITH THE BUNDLE PRICE, WHAT THE
      * CARD PAID AND THE TAX EACH SPREAD OVER THEM.
       01  WS-BDL-VARS.
           03  WS-BDL-ID               PIC 9(8)    VALUE ZERO.
           03  WS-BDL-NAME             PIC X(35)   VALUE SPACES.
           03  WS-BDL-PRICE            PIC 9(3)V99 VALUE ZERO.
           03  WS-BDL-CT               PIC 9(2)    VALUE ZERO.
           03  WS-BDL-IX               PIC 9(2)    VALUE ZERO.
           03  WS-BDL-OK               PIC X       VALUE 'Y'.
           03  WS-BDL-EOF              PIC X       VALUE SPACES.
           03  WS-BDL-OWNED-CT         PIC 9(2)    VALUE ZERO.
           03  WS-BDL-LIST-SUM         PIC 9(5)V99 VALUE ZERO.
           03  WS-BDL-CREDIT           PIC 9(5)V99 VALUE ZERO.
           03  WS-BDL-CHARGE           PIC 9(5)V99 VALUE ZERO.
           03  WS-BDL-ED               PIC $$,$$9.99.
           03  WS-BDL-ED2              PIC $$,$$9.99.
           03  WS-SP-AMT               PIC 9(7)V99 VALUE ZERO.
           03  WS-SP-WSUM              PIC 9(5)V99 VALUE ZERO.
           03  WS-SP-DONE              PIC 9(7)V99 VALUE ZERO.
           03  WS-SP-LAST              PIC 9(2)    VALUE ZERO.
           03  WS-SP-ALL               PIC X       VALUE 'Y'.
           03  WS-BDL-COMP OCCURS 10 TIMES.
               05  WS-BC-VML-ID        PIC 9(8).
               05  WS-BC-TITLE         PIC X(35).
               05  WS-BC-LIST          PIC 9(2)V99.
               05  WS-BC-OWNED         PIC X.
               05  WS-BC-WEIGHT        PIC 9(5)V99.
               05  WS-BC-SHARE         PIC 9(5)V99.
               05  WS-BC-PAID          PIC 9(5)V99.
               05  WS-BC-TAX           PIC 9(5)V99.
               05  WS-BC-OUT           PIC 9(7)V99.

       SCREEN SECTION.
       COPY SCREEN-VFX-3-PUR.
                   VML-FILE
                   ZIP-MST-OUT.
       PERFORM 100-CHECK.
       PERFORM 150-PICK-PROFILE.
       MOVE SPACES TO VFX-3-SEL.
       MOVE SPACES TO VFX-3-RESP.
       PERFORM UNTIL VFX-3-SEL = 'X' OR 'x'
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
           IF VFX-3-RESP = 'C' OR 'c'
               CONTINUE
               ACCEPT CHOOSEID
           END-IF
       END-PERFORM.
      *-----------------------------------------------------------------
      * WHO IS BUYING: WITH VIEWER PROFILES SET UP THE MEMBER PICKS
      * ONE, AND ITS CEILING AND WISHLIST ARE THE ONES USED; WITH
      * NONE THE WHOLE MEMBERSHIP AND VM-RATING-CEIL APPLY.
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
           DISPLAY 'WHO IS BUYING - PROFILE NUMBER:'
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
      *-----------------------------------------------------------------
       100-SORT-ID.
       MOVE SPACES TO VFX-3-SEL.
               PERFORM 420-RENTAL
           END-IF
       ELSE
       IF VFX-3-RESP = 'B' OR 'b'
           PERFORM 440-BUNDLE
       ELSE
       IF VFX-3-RESP = 'W' OR 'w'
           DISPLAY PTSCREEN-WISH
           ACCEPT  PTSCREEN-WISH
                   MOVE 'Y' TO VFX-3-RESP
               NOT AT END
                   IF VW-VM-ID-KEY = VFX-3-SEARCH-ID
                           AND (VW-PROF-NO = WS-PROF-NO OR ZERO)
                       IF VW-VML-ID-KEY = VFX-3-VML-ID
                           DISPLAY ALWSH
                           MOVE 'A' TO VFX-3-ALWSH
       IF VML-RENT-PRICE = ZERO
           COMPUTE VML-RENT-PRICE ROUNDED = VML-PRICE / 2
       END-IF.
       MOVE VML-RENT-PRICE TO WS-LIST-PRICE.
       MOVE ZERO TO WS-GIFT-TO-ID.
       PERFORM 393-CHECK-RATING.
       IF WS-RATING-OK NOT = 'Y'
                   REWRITE VM-REC
               END-IF
       END-READ.
       MOVE ZERO TO WS-TAX-AMT.
       IF WS-USE-CREDIT = 'Y'
           MOVE ZERO TO VML-RENT-PRICE
           DISPLAY 'RENTAL COVERED BY A SUBSCRIPTION CREDIT -'
                   ' CREDITS LEFT: ' VM-CREDITS
       ELSE
           MOVE VML-RENT-PRICE TO LK-PRICE
           MOVE VML-RENT-PRICE TO WS-TAX-BASE
           MOVE 'N' TO WS-TAX-KIND
           PERFORM 470-PRICE-TAX
           IF WS-TAX-AMT > ZERO
               PERFORM 475-CHECK-WITH-TAX
               IF LK-COMPLETED NOT = 'Y'
                   MOVE SPACES TO LK-COMPLETED
                   DISPLAY PTSCREEN-HEADER
                   DISPLAY 'CARD DECLINED, REASON CODE: ' LK-REASON
                   DISPLAY "PRESS 'ENTER' TO CONTINUE"
                   ACCEPT VFX-3-RESP
                   CLOSE VTP-FILE
                   GOBACK
               END-IF
           END-IF
           MOVE SPACES TO LK-PURITEM
           STRING 'VFXRENT:', VML-TITLE DELIMITED BY SIZE
                   INTO LK-PURITEM
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-AUTH' USING VFX-3-ORIG-CC, LK-PRICE,
                                   LK-PURITEM, LK-MER-ID, LK-LOC-ID,
                                   LK-AUTH-ID, LK-REASON
           IF LK-AUTH-ID = ZERO
               DISPLAY PTSCREEN-HEADER
               DISPLAY 'CARD DECLINED, REASON CODE: ' LK-REASON
           END-IF
           CALL 'G3-LINK-CC-CAPTURE' USING LK-AUTH-ID, LK-COMPLETED
           MOVE SPACES TO LK-COMPLETED
           MOVE VML-TITLE TO WS-TAX-ITEM
           PERFORM 480-CHARGE-TAX
       END-IF.
       MOVE VFX-3-VTP-ID       TO VTP-ID-KEY.
       MOVE VFX-3-SEARCH-ID    TO VTP-VM-ID-KEY.
       MOVE WS-DAY             TO VTP-DAY.
       MOVE 'N'                TO VTP-KIND.
       MOVE ZERO               TO VTP-GIFT-FROM.
       MOVE WS-TAX-AMT         TO VTP-TAX.
       MOVE WS-TAX-STATE       TO VTP-TAX-STATE.
       MOVE WS-TAX-COUNTY      TO VTP-TAX-COUNTY.
       MOVE WS-LIST-PRICE      TO VTP-LIST-PRICE.
       MOVE SPACES             TO VTP-PROMO-CODE.
       MOVE ZERO               TO VTP-PROMO-OFF.
       PERFORM 430-SET-RENT-EXPIRY.
       WRITE VTP-REC.
       CLOSE VTP-FILE.
           END-IF
       END-IF.
       MOVE WS-RENT-EXP TO VTP-EXPIRES.
      *-----------------------------------------------------------------
      * A TITLE NOT YET INSIDE ITS LICENSE WINDOW IS PRE-ORDERED, NOT
      * SOLD: THE CARD IS AUTHORIZED NOW FOR TODAY'S CATALOG PRICE AND
      * THE HOLD IS KEPT ON VFXPREO.DAT FOR G3-VFX-PREORDER TO CAPTURE
      * ON RELEASE, WHEN THE SALES TAX IS ALSO CHARGED. NO PROMO CODE,
      * GIFT OR STORE CREDIT APPLIES, AND ONE OPEN PRE-ORDER OF A
      * TITLE PER MEMBER.
       460-PREORDER.
       DISPLAY PTSCREEN-HEADER.
       MOVE VML-PRICE TO WS-PRE-PRICE-ED.
       DISPLAY VML-TITLE ' IS RELEASED ON ' VML-LIC-START.
       DISPLAY 'PRE-ORDER IT FOR ' WS-PRE-PRICE-ED ' (Y/N)?'.
       ACCEPT VFX-3-RESP.
       IF VFX-3-RESP NOT = 'Y' AND 'y'
           MOVE SPACES TO VFX-3-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-GIFT-TO-ID.
       PERFORM 393-CHECK-RATING.
       IF WS-RATING-OK NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O VPO-FILE.
       IF WS-STAT = '35'
           OPEN OUTPUT VPO-FILE
           CLOSE VPO-FILE
           OPEN I-O VPO-FILE
       END-IF.
       PERFORM 462-CHECK-DUP-PREORDER.
       IF WS-PRE-DUP = 'Y'
           CLOSE VPO-FILE
           DISPLAY 'THIS TITLE IS ALREADY ON PRE-ORDER FOR YOU'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT VFX-3-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE VML-PRICE TO LK-PRICE.
       MOVE ZERO TO LK-AUTH-ID.
       IF LK-PRICE > ZERO
           MOVE SPACES TO LK-PURITEM
           STRING 'VFXPRE:', VML-TITLE DELIMITED BY SIZE
                   INTO LK-PURITEM
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-AUTH' USING VFX-3-ORIG-CC, LK-PRICE,
                                   LK-PURITEM, LK-MER-ID, LK-LOC-ID,
                                   LK-AUTH-ID, LK-REASON
           IF LK-AUTH-ID = ZERO
               CLOSE VPO-FILE
               DISPLAY 'CARD DECLINED, REASON CODE: ' LK-REASON
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT VFX-3-RESP
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM 463-GET-VPO-ID.
       MOVE VML-ID             TO VPO-VML-ID.
       MOVE VFX-3-SEARCH-ID    TO VPO-VM-ID.
       MOVE VML-PRICE          TO VPO-PRICE.
       MOVE LK-AUTH-ID         TO VPO-AUTH-ID.
       MOVE WS-TODAY-N         TO VPO-ORDER-DATE.
       MOVE 'O'                TO VPO-STATUS.
       MOVE ZERO               TO VPO-DONE-DATE.
       MOVE SPACES             TO VPO-REASON.
       WRITE VPO-REC.
       CLOSE VPO-FILE.
       MOVE VFX-3-ORIG-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'PRE-ORDER CONFIRMED: ', VML-TITLE
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'PRE-ORDERED - THE CHARGE GOES THROUGH ON RELEASE DAY'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT VFX-3-RESP.
       MOVE SPACES TO VFX-3-RESP.
      *-----------------------------------------------------------------
       462-CHECK-DUP-PREORDER.
       MOVE 'N' TO WS-PRE-DUP.
       MOVE SPACES TO WS-PRE-EOF.
       MOVE VML-ID TO VPO-VML-ID.
       START VPO-FILE KEY NOT LESS THAN VPO-VML-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRE-EOF
       END-START.
       PERFORM UNTIL WS-PRE-EOF = 'Y'
           READ VPO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRE-EOF
               NOT AT END
                   IF VPO-VML-ID NOT = VML-ID
                       MOVE 'Y' TO WS-PRE-EOF
                   ELSE
                       IF VPO-VM-ID = VFX-3-SEARCH-ID AND VPO-OPEN
                           MOVE 'Y' TO WS-PRE-DUP
                           MOVE 'Y' TO WS-PRE-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
       463-GET-VPO-ID.
       MOVE ZERO TO VPO-ID.
       START VPO-FILE KEY NOT LESS THAN VPO-ID-KEY
           INVALID KEY
               MOVE 99999999 TO VPO-ID
           NOT INVALID KEY
               READ VPO-FILE NEXT RECORD
               COMPUTE VPO-ID = VPO-ID - 1
       END-START.
      *-----------------------------------------------------------------
      * SALES TAX IS PRICED FROM THE PAYING MEMBER'S ZIP, BY PRODUCT
      * KIND, AT THE RATE IN FORCE TODAY (G3-LINK-VFX-TAX).
       470-PRICE-TAX.
       CALL 'G3-LINK-VFX-TAX' USING VFX-3-ORIG-ZIP, WS-TAX-KIND,
               WS-TAX-BASE, WS-TAX-AMT, WS-TAX-STATE, WS-TAX-COUNTY.
       IF WS-TAX-AMT > ZERO
           DISPLAY 'SALES TAX (' WS-TAX-STATE ' ' WS-TAX-COUNTY
                   '): ' WS-TAX-AMT
       END-IF.
      *-----------------------------------------------------------------
      * THE TAX POSTS AS ITS OWN CARD LINE, SO THE CARD MUST HAVE ROOM
      * FOR THE SALE AND THE TAX TOGETHER BEFORE EITHER IS TAKEN.
       475-CHECK-WITH-TAX.
       COMPUTE WS-TAX-TOTAL = LK-PRICE + WS-TAX-AMT.
       CALL 'G3-LINK-CC-CHECK' USING VFX-3-ORIG-CC, WS-TAX-TOTAL,
               LK-COMPLETED, LK-REASON.
       IF LK-COMPLETED = 'Y'
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-CTRL' USING VFX-3-ORIG-CC, LK-CARD,
                   LK-MER-ID, WS-TAX-TOTAL, LK-COMPLETED, LK-REASON
       END-IF.
      *-----------------------------------------------------------------
      * THE TAX LINE: AUTHORIZED AND CAPTURED UNDER THE SAME VUFLIX
      * MERCHANT AS THE SALE, THEN LOGGED TO THE LIABILITY LEDGER.
      * A TAX LINE THAT WILL NOT AUTHORIZE IS NOT COLLECTED.
       480-CHARGE-TAX.
       IF WS-TAX-AMT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO LK-PURITEM.
       STRING 'VFXTAX:', WS-TAX-ITEM DELIMITED BY SIZE INTO LK-PURITEM.
       CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID.
       CALL 'G3-LINK-CC-AUTH' USING VFX-3-ORIG-CC, WS-TAX-AMT,
                               LK-PURITEM, LK-MER-ID, LK-LOC-ID,
                               LK-AUTH-ID, LK-REASON.
       IF LK-AUTH-ID = ZERO
           DISPLAY 'SALES TAX LINE DECLINED (' LK-REASON
                   ') - NOT COLLECTED'
           MOVE ZERO TO WS-TAX-AMT
           EXIT PARAGRAPH
       END-IF.
       CALL 'G3-LINK-CC-CAPTURE' USING LK-AUTH-ID, LK-COMPLETED.
       MOVE SPACES TO LK-COMPLETED.
       MOVE '+' TO WS-TAX-SIGN.
       CALL 'G3-VFX-TAX-LOG' USING VFX-3-ORIG-ID, WS-TAX-KIND,
               WS-TAX-SIGN, WS-TAX-STATE, WS-TAX-COUNTY, WS-TAX-BASE,
               WS-TAX-AMT.
      *----------------------------------------------------------------- 
       400-PURCHASE.
       OPEN I-O VTP-FILE.
       MOVE VFX-3-VML-ID       TO VML-ID-KEY.
       START   VML-FILE KEY NOT LESS THAN  VML-ID-KEY.
       READ    VML-FILE KEY IS             VML-ID-KEY.
       IF VML-LIC-START NOT = ZERO
               AND WS-TODAY-N < VML-LIC-START
           CLOSE VTP-FILE
           PERFORM 460-PREORDER
           EXIT PARAGRAPH
       END-IF.
       PERFORM 410-CHECK-WINDOW.
       IF WS-IN-WINDOW NOT = 'Y'
           CLOSE VTP-FILE
       END-IF.
       MOVE VML-PRICE TO LK-PRICE.
       PERFORM 380-ASK-PROMO.
       MOVE ZERO TO WS-PROMO-OFF.
       IF WS-PROMO-OK = 'Y'
           COMPUTE WS-PROMO-OFF = VML-PRICE - LK-PRICE
       END-IF.
       PERFORM 390-ASK-GIFT.
       PERFORM 393-CHECK-RATING.
       IF WS-RATING-OK NOT = 'Y'
           CLOSE VTP-FILE
           GOBACK
       END-IF.
      * TAX IS ON THE PRICE AFTER ANY PROMO; STORE CREDIT IS A WAY
      * OF PAYING, NOT A DISCOUNT, SO IT IS PRICED BEFORE THE DRAW.
       MOVE LK-PRICE TO WS-TAX-BASE.
       MOVE 'P' TO WS-TAX-KIND.
       PERFORM 470-PRICE-TAX.
       PERFORM 395-USE-STORE-CREDIT.
       IF WS-TAX-AMT > ZERO
           PERFORM 475-CHECK-WITH-TAX
           IF LK-COMPLETED NOT = 'Y'
               MOVE SPACES TO LK-COMPLETED
               PERFORM 396-RESTORE-CREDIT
               DISPLAY PTSCREEN-HEADER
               DISPLAY 'CARD DECLINED, REASON CODE: ' LK-REASON
               DISPLAY 'RETURNING TO VUFLIX MENU...'
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT VFX-3-RESP
               CLOSE VTP-FILE
               GOBACK
           END-IF
       END-IF.
       MOVE SPACES TO LK-PURITEM.
       STRING 'VFX:', VML-TITLE DELIMITED BY SIZE INTO LK-PURITEM.
       IF LK-PRICE > ZERO
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-AUTH' USING VFX-3-ORIG-CC, LK-PRICE,
                                   LK-PURITEM, LK-MER-ID, LK-LOC-ID,
                                   LK-AUTH-ID, LK-REASON
           IF LK-AUTH-ID = ZERO
               MOVE 'N' TO LK-COMPLETED
           ELSE
       ELSE
           DISPLAY 'PAID IN FULL BY STORE CREDIT'
       END-IF.
       MOVE VML-TITLE TO WS-TAX-ITEM.
       PERFORM 480-CHARGE-TAX.
       MOVE VFX-3-VTP-ID       TO VTP-ID-KEY.
       IF WS-GIFT-TO-ID NOT = ZERO
           MOVE WS-GIFT-TO-ID  TO VTP-VM-ID-KEY
           MOVE ZERO           TO VTP-GIFT-FROM
       END-IF.
       MOVE ZERO               TO VTP-EXPIRES.
       MOVE WS-TAX-AMT         TO VTP-TAX.
       MOVE WS-TAX-STATE       TO VTP-TAX-STATE.
       MOVE WS-TAX-COUNTY      TO VTP-TAX-COUNTY.
       MOVE VML-PRICE          TO VTP-LIST-PRICE.
       MOVE WS-PROMO-OFF       TO VTP-PROMO-OFF.
       IF WS-PROMO-OK = 'Y'
           MOVE WS-PROMO-CODE  TO VTP-PROMO-CODE
       ELSE
           MOVE SPACES         TO VTP-PROMO-CODE
       END-IF.
       WRITE VTP-REC.
       CLOSE VTP-FILE.
       IF WS-PROMO-OK = 'Y'
       END-IF.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY PURCHASED.
      *-----------------------------------------------------------------
      * A BUNDLE SELLS ONLY WHILE EVERY TITLE IN IT IS ON CATALOG,
      * INSIDE ITS LICENSE WINDOW AND AT OR UNDER THE BUYER'S
      * CEILING. THE BUNDLE PRICE IS SPREAD OVER ALL ITS TITLES BY
      * LIST PRICE AND THE SHARES OF TITLES ALREADY OWNED COME OFF;
      * THE REST GOES ON ONE CARD AUTHORIZATION (AFTER ANY STORE
      * CREDIT), WITH ITS TAX AS ONE TAX LINE. EACH TITLE BOUGHT
      * GETS ITS OWN VTP-REC, CARRYING ITS PIECE OF THE CARD
      * PAYMENT AND TAX, AND ITS LIST PRICE LESS ITS SHARE AS THE
      * 'BUNDLE' DISCOUNT SO ROYALTIES SEE WHAT IT SOLD FOR.
       440-BUNDLE.
       DISPLAY PTSCREEN-HEADER.
       DISPLAY 'BUNDLE ID:'.
       ACCEPT WS-BDL-ID.
       PERFORM 441-LOAD-BUNDLE.
       IF WS-BDL-OK = 'Y'
           PERFORM 442-CHECK-TITLES
       END-IF.
       IF WS-BDL-OK NOT = 'Y'
           PERFORM 449-BDL-PAUSE
           EXIT PARAGRAPH
       END-IF.
       PERFORM 444-CHECK-OWNED.
       IF WS-BDL-OWNED-CT = WS-BDL-CT
           DISPLAY 'YOU ALREADY OWN EVERY TITLE IN THIS BUNDLE'
           PERFORM 449-BDL-PAUSE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-SP-ALL.
       MOVE WS-BDL-PRICE TO WS-SP-AMT.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE WS-BC-LIST (WS-BDL-IX) TO WS-BC-WEIGHT (WS-BDL-IX)
       END-PERFORM.
       PERFORM 446-SPREAD.
       MOVE ZERO TO WS-BDL-CREDIT.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE WS-BC-OUT (WS-BDL-IX) TO WS-BC-SHARE (WS-BDL-IX)
           IF WS-BC-OWNED (WS-BDL-IX) = 'Y'
               ADD WS-BC-SHARE (WS-BDL-IX) TO WS-BDL-CREDIT
           END-IF
       END-PERFORM.
       COMPUTE WS-BDL-CHARGE = WS-BDL-PRICE - WS-BDL-CREDIT.
       PERFORM 445-SHOW-BUNDLE.
       DISPLAY 'BUY THIS BUNDLE (Y/N)?'.
       ACCEPT VFX-3-RESP.
       IF VFX-3-RESP NOT = 'Y' AND 'y'
           MOVE SPACES TO VFX-3-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-BDL-CHARGE TO LK-PRICE.
       MOVE LK-PRICE TO WS-TAX-BASE.
       MOVE 'P' TO WS-TAX-KIND.
       PERFORM 470-PRICE-TAX.
       PERFORM 395-USE-STORE-CREDIT.
       IF WS-TAX-AMT > ZERO
           PERFORM 475-CHECK-WITH-TAX
           IF LK-COMPLETED NOT = 'Y'
               MOVE SPACES TO LK-COMPLETED
               PERFORM 396-RESTORE-CREDIT
               DISPLAY 'CARD DECLINED, REASON CODE: ' LK-REASON
               PERFORM 449-BDL-PAUSE
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE SPACES TO LK-PURITEM.
       STRING 'VFXBDL:', WS-BDL-NAME DELIMITED BY SIZE
               INTO LK-PURITEM.
       IF LK-PRICE > ZERO
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-AUTH' USING VFX-3-ORIG-CC, LK-PRICE,
                                   LK-PURITEM, LK-MER-ID, LK-LOC-ID,
                                   LK-AUTH-ID, LK-REASON
           IF LK-AUTH-ID = ZERO
               MOVE SPACES TO LK-COMPLETED
               PERFORM 396-RESTORE-CREDIT
               DISPLAY 'CARD DECLINED, REASON CODE: ' LK-REASON
               PERFORM 449-BDL-PAUSE
               EXIT PARAGRAPH
           END-IF
           CALL 'G3-LINK-CC-CAPTURE' USING LK-AUTH-ID, LK-COMPLETED
           MOVE SPACES TO LK-COMPLETED
       ELSE
           DISPLAY 'PAID IN FULL BY STORE CREDIT'
       END-IF.
       MOVE WS-BDL-NAME TO WS-TAX-ITEM.
       PERFORM 480-CHARGE-TAX.
       MOVE 'N' TO WS-SP-ALL.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE WS-BC-SHARE (WS-BDL-IX) TO WS-BC-WEIGHT (WS-BDL-IX)
       END-PERFORM.
       MOVE LK-PRICE TO WS-SP-AMT.
       PERFORM 446-SPREAD.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE WS-BC-OUT (WS-BDL-IX) TO WS-BC-PAID (WS-BDL-IX)
       END-PERFORM.
       MOVE WS-TAX-AMT TO WS-SP-AMT.
       PERFORM 446-SPREAD.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE WS-BC-OUT (WS-BDL-IX) TO WS-BC-TAX (WS-BDL-IX)
       END-PERFORM.
       PERFORM 447-WRITE-VTP.
       MOVE VFX-3-ORIG-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'BUNDLE PURCHASE: ', WS-BDL-NAME
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY PURCHASED.
      *-----------------------------------------------------------------
       441-LOAD-BUNDLE.
       MOVE 'Y' TO WS-BDL-OK.
       OPEN INPUT VBN-FILE.
       IF WS-STAT NOT = ZERO
           MOVE 'N' TO WS-BDL-OK
           DISPLAY 'NO SUCH BUNDLE ON SALE'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-BDL-ID TO VBN-ID.
       READ VBN-FILE
           INVALID KEY
               MOVE 'N' TO WS-BDL-OK
           NOT INVALID KEY
               IF NOT VBN-ACTIVE
                   MOVE 'N' TO WS-BDL-OK
               END-IF
       END-READ.
       IF WS-BDL-OK = 'Y'
           MOVE VBN-NAME TO WS-BDL-NAME
           MOVE VBN-PRICE TO WS-BDL-PRICE
           MOVE VBN-COMP-CT TO WS-BDL-CT
           PERFORM VARYING WS-BDL-IX FROM 1 BY 1
                   UNTIL WS-BDL-IX > WS-BDL-CT
               MOVE VBN-COMP-VML-ID (WS-BDL-IX)
                   TO WS-BC-VML-ID (WS-BDL-IX)
           END-PERFORM
       ELSE
           DISPLAY 'NO SUCH BUNDLE ON SALE'
       END-IF.
       CLOSE VBN-FILE.
      *-----------------------------------------------------------------
       442-CHECK-TITLES.
       MOVE ZERO TO WS-BDL-LIST-SUM.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE 'N' TO WS-BC-OWNED (WS-BDL-IX)
           MOVE WS-BC-VML-ID (WS-BDL-IX) TO VML-ID-KEY
           READ VML-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BDL-OK
                   DISPLAY 'TITLE ' WS-BC-VML-ID (WS-BDL-IX)
                           ' IS NO LONGER ON THE CATALOG'
               NOT INVALID KEY
                   PERFORM 443-CHECK-ONE-TITLE
           END-READ
       END-PERFORM.
       IF WS-BDL-OK = 'Y' AND WS-BDL-LIST-SUM = ZERO
           MOVE 'N' TO WS-BDL-OK
           DISPLAY 'NO TITLE IN THE BUNDLE HAS A PRICE'
       END-IF.
      *-----------------------------------------------------------------
       443-CHECK-ONE-TITLE.
       MOVE VML-TITLE TO WS-BC-TITLE (WS-BDL-IX).
       MOVE VML-PRICE TO WS-BC-LIST (WS-BDL-IX).
       ADD VML-PRICE TO WS-BDL-LIST-SUM.
       IF (VML-LIC-START NOT = ZERO
               AND WS-TODAY-N < VML-LIC-START)
           OR (VML-LIC-END NOT = ZERO
               AND WS-TODAY-N > VML-LIC-END)
           MOVE 'N' TO WS-BDL-OK
           DISPLAY VML-TITLE ' IS OUTSIDE ITS LICENSE WINDOW'
       END-IF.
       IF VML-RATING NOT = ZERO
               AND VML-RATING > WS-PROF-CEIL
           MOVE 'N' TO WS-BDL-OK
           DISPLAY VML-TITLE ' IS RATED ' VML-RATING
                   ' - ABOVE THE VIEWER''S CEILING ' WS-PROF-CEIL
       END-IF.
      *-----------------------------------------------------------------
      * A TITLE THE MEMBERSHIP ALREADY HOLDS OUTRIGHT (BOUGHT, GIVEN
      * OR BOUGHT WITH POINTS - NOT A RENTAL) IS NOT SOLD AGAIN.
       444-CHECK-OWNED.
       MOVE ZERO TO WS-BDL-OWNED-CT.
       OPEN INPUT VTP-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-BDL-EOF.
       PERFORM UNTIL WS-BDL-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BDL-EOF
               NOT AT END
                   IF VTP-VM-ID OF VTP-REC = VFX-3-SEARCH-ID
                           AND NOT VTP-KIND-RENTAL
                       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
                               UNTIL WS-BDL-IX > WS-BDL-CT
                           IF WS-BC-VML-ID (WS-BDL-IX) =
                                   VTP-VML-ID OF VTP-REC
                                   AND WS-BC-OWNED (WS-BDL-IX)
                                       NOT = 'Y'
                               MOVE 'Y' TO WS-BC-OWNED (WS-BDL-IX)
                               ADD 1 TO WS-BDL-OWNED-CT
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VTP-FILE.
      *-----------------------------------------------------------------
       445-SHOW-BUNDLE.
       DISPLAY WS-BDL-NAME.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE WS-BC-LIST (WS-BDL-IX) TO WS-BDL-ED
           MOVE WS-BC-SHARE (WS-BDL-IX) TO WS-BDL-ED2
           IF WS-BC-OWNED (WS-BDL-IX) = 'Y'
               DISPLAY '  ' WS-BC-TITLE (WS-BDL-IX) ' ' WS-BDL-ED
                       ' ' WS-BDL-ED2 ' OWNED - CREDITED'
           ELSE
               DISPLAY '  ' WS-BC-TITLE (WS-BDL-IX) ' ' WS-BDL-ED
                       ' ' WS-BDL-ED2
           END-IF
       END-PERFORM.
       MOVE WS-BDL-PRICE TO WS-BDL-ED.
       DISPLAY 'BUNDLE PRICE:      ' WS-BDL-ED.
       IF WS-BDL-CREDIT > ZERO
           MOVE WS-BDL-CREDIT TO WS-BDL-ED
           DISPLAY 'LESS TITLES OWNED: ' WS-BDL-ED
       END-IF.
       MOVE WS-BDL-CHARGE TO WS-BDL-ED.
       DISPLAY 'YOU PAY:           ' WS-BDL-ED.
      *-----------------------------------------------------------------
      * SPREADS WS-SP-AMT OVER THE BUNDLE'S TITLES (ALL OF THEM, OR
      * ONLY THOSE NOT ALREADY OWNED) IN PROPORTION TO WS-BC-WEIGHT,
      * INTO WS-BC-OUT. THE SHARES ARE TRUNCATED AND THE LAST TITLE
      * TAKES WHAT IS LEFT, SO THE PIECES ADD BACK TO THE WHOLE.
       446-SPREAD.
       MOVE ZERO TO WS-SP-WSUM.
       MOVE ZERO TO WS-SP-DONE.
       MOVE ZERO TO WS-SP-LAST.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           MOVE ZERO TO WS-BC-OUT (WS-BDL-IX)
           IF WS-SP-ALL = 'Y' OR WS-BC-OWNED (WS-BDL-IX) NOT = 'Y'
               ADD WS-BC-WEIGHT (WS-BDL-IX) TO WS-SP-WSUM
               MOVE WS-BDL-IX TO WS-SP-LAST
           END-IF
       END-PERFORM.
       IF WS-SP-LAST = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX NOT < WS-SP-LAST
           IF (WS-SP-ALL = 'Y' OR WS-BC-OWNED (WS-BDL-IX) NOT = 'Y')
                   AND WS-SP-WSUM > ZERO
               COMPUTE WS-BC-OUT (WS-BDL-IX) = WS-SP-AMT
                   * WS-BC-WEIGHT (WS-BDL-IX) / WS-SP-WSUM
               ADD WS-BC-OUT (WS-BDL-IX) TO WS-SP-DONE
           END-IF
       END-PERFORM.
       COMPUTE WS-BC-OUT (WS-SP-LAST) = WS-SP-AMT - WS-SP-DONE.
      *-----------------------------------------------------------------
       447-WRITE-VTP.
       OPEN I-O VTP-FILE.
       PERFORM 500-GET-VTP.
       PERFORM VARYING WS-BDL-IX FROM 1 BY 1
               UNTIL WS-BDL-IX > WS-BDL-CT
           IF WS-BC-OWNED (WS-BDL-IX) NOT = 'Y'
               PERFORM 448-WRITE-ONE-VTP
           END-IF
       END-PERFORM.
       CLOSE VTP-FILE.
      *-----------------------------------------------------------------
       448-WRITE-ONE-VTP.
       MOVE VFX-3-VTP-ID       TO VTP-ID-KEY.
       MOVE VFX-3-SEARCH-ID    TO VTP-VM-ID-KEY.
       MOVE WS-BC-VML-ID (WS-BDL-IX) TO VTP-VML-ID-KEY.
       MOVE WS-BC-PAID (WS-BDL-IX) TO VTP-PRICE.
       MOVE WS-YEAR            TO VTP-YEAR.
       MOVE WS-MONTH           TO VTP-MONTH.
       MOVE WS-DAY             TO VTP-DAY.
       MOVE 'P'                TO VTP-KIND.
       MOVE ZERO               TO VTP-EXPIRES.
       MOVE ZERO               TO VTP-GIFT-FROM.
       MOVE WS-BC-TAX (WS-BDL-IX) TO VTP-TAX.
       MOVE WS-TAX-STATE       TO VTP-TAX-STATE.
       MOVE WS-TAX-COUNTY      TO VTP-TAX-COUNTY.
       MOVE WS-BC-LIST (WS-BDL-IX) TO VTP-LIST-PRICE.
       MOVE 'BUNDLE'           TO VTP-PROMO-CODE.
       IF WS-BC-LIST (WS-BDL-IX) > WS-BC-SHARE (WS-BDL-IX)
           COMPUTE VTP-PROMO-OFF = WS-BC-LIST (WS-BDL-IX)
                                 - WS-BC-SHARE (WS-BDL-IX)
       ELSE
           MOVE ZERO           TO VTP-PROMO-OFF
       END-IF.
       WRITE VTP-REC.
       SUBTRACT 1 FROM VFX-3-VTP-ID.
      *-----------------------------------------------------------------
       449-BDL-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT VFX-3-RESP.
       MOVE SPACES TO VFX-3-RESP.
      *-----------------------------------------------------------------
       400-WISHLIST.
       OPEN I-O VW-FILE. 
       MOVE VML-PRICE          TO VW-WISH-PRICE.
       MOVE 'N'                TO VW-NOTIFIED.
       MOVE ZERO               TO VW-NOTIFY-DATE.
       MOVE WS-PROF-NO         TO VW-PROF-NO.
       WRITE VW-REC.
       CLOSE VW-FILE.
       MOVE 'W' TO VFX-3-ALWSH.
       END-START.
      *-----------------------------------------------------------------
      * THE MATURITY FENCE: WHOEVER ENDS UP HOLDING THE TITLE (THE
      * GIFT RECIPIENT, OTHERWISE THE BUYER'S ACTIVE VIEWER PROFILE)
      * MUST HAVE A RATING CEILING AT OR ABOVE THE TITLE'S RATING.
       393-CHECK-RATING.
       MOVE 'Y' TO WS-RATING-OK.
       IF VML-RATING NOT = ZERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-GIFT-TO-ID NOT = ZERO
                       MOVE VM-RATING-CEIL TO WS-CHK-CEIL
                   ELSE
                       MOVE WS-PROF-CEIL TO WS-CHK-CEIL
                   END-IF
                   IF VML-RATING > WS-CHK-CEIL
                       MOVE 'N' TO WS-RATING-OK
                       DISPLAY 'TITLE RATED ' VML-RATING
                               ' IS ABOVE THE VIEWER''S CEILING '
                               WS-CHK-CEIL
                       DISPLAY "PRESS 'ENTER' TO CONTINUE"
                       ACCEPT VFX-3-RESP
                   END-IF
               INVALID KEY
                   DISPLAY 'NO SUCH MEMBER - NOT SENT AS A GIFT'
               NOT INVALID KEY
                   IF VM-STAT-SUSPENDED OR VM-STAT-ERASED
                       DISPLAY 'RECIPIENT SUSPENDED - NOT A GIFT'
                   ELSE
                       MOVE VM-ID TO WS-GIFT-TO-ID
