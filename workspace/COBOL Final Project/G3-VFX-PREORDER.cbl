      ******************************************************************
      *PROGRAM:  Vuflix Pre-Order Release Batch
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Fills open pre-orders (VFXPREO.DAT) for titles whose
      *          license window has opened. The card hold placed at
      *          pre-order time is captured through G3-LINK-CC-CAPTURE;
      *          a hold that has lapsed or will not capture is
      *          re-authorized on the member's card on file. Sales tax
      *          goes on as its own card line, the VTP purchase is
      *          written and the member gets the "now available"
      *          notice. A pre-order the card will not pay for, or for
      *          a title the member has come to own some other way, is
      *          cancelled and the member told. A member who is not
      *          active is skipped and the pre-order left open. Run
      *          nightly and from the G3-VFX-LICENSE release sweep.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-PREORDER IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXPREO.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MOV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFXPREO.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MOV.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.

       01  WS-VPO-EOF                  PIC X VALUE SPACES.
       01  WS-VTP-EOF                  PIC X VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-NEXT-VTP-ID              PIC 9(8) VALUE ZERO.
       01  WS-OWNED                    PIC X VALUE 'N'.
       01  WS-PAID                     PIC X VALUE 'N'.
       01  WS-FILLED-CT                PIC 9(5) VALUE ZERO.
       01  WS-REAUTH-CT                PIC 9(5) VALUE ZERO.
       01  WS-CANCEL-CT                PIC 9(5) VALUE ZERO.
       01  WS-PRICE                    PIC 9(7)V99 VALUE ZERO.
       01  WS-AUTH-ID                  PIC 9(8) VALUE ZERO.
       01  WS-REASON                   PIC XX VALUE SPACES.
       01  WS-COMPLETED                PIC X VALUE SPACE.
       01  WS-ITEM                     PIC X(25) VALUE SPACES.
       01  WS-MER-ID                   PIC 9(8) VALUE ZERO.
       01  WS-LOC-ID                   PIC 9(8) VALUE ZERO.
       01  WS-TAX-KIND                 PIC X VALUE 'P'.
       01  WS-TAX-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-TAX-STATE                PIC XX VALUE SPACES.
       01  WS-TAX-COUNTY               PIC X(30) VALUE SPACES.
       01  WS-TAX-SIGN                 PIC X VALUE '+'.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O VPO-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'NO PRE-ORDERS ON FILE'
               GOBACK
           END-IF.
           OPEN I-O VTP-FILE.
           OPEN INPUT VM-FILE
                      VML-FILE.
           PERFORM 150-GET-VTP-ID.
           PERFORM UNTIL WS-VPO-EOF = 'Y'
               READ VPO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-VPO-EOF
                   NOT AT END
                       IF VPO-OPEN
                           PERFORM 200-CHECK-RELEASE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VPO-FILE
                 VTP-FILE
                 VM-FILE
                 VML-FILE.
           DISPLAY 'PRE-ORDERS FILLED: ' WS-FILLED-CT
                   '  RE-AUTHORIZED: ' WS-REAUTH-CT
                   '  CANCELLED: ' WS-CANCEL-CT.
           GOBACK.
      ******************************************************************
      * VTP IDS ARE HANDED OUT DESCENDING FROM THE LOWEST ON FILE.
      ******************************************************************
       150-GET-VTP-ID.
       MOVE ZERO TO VTP-ID.
       START VTP-FILE KEY NOT LESS THAN VTP-ID-KEY
           INVALID KEY
               MOVE 99999999 TO WS-NEXT-VTP-ID
           NOT INVALID KEY
               READ VTP-FILE NEXT RECORD
               COMPUTE WS-NEXT-VTP-ID = VTP-ID - 1
       END-START.
      ******************************************************************
      * A PRE-ORDER FILLS ONCE ITS TITLE IS INSIDE THE WINDOW. ONE
      * WHOSE WINDOW WAS CLOSED AGAIN BEFORE IT EVER OPENED, OR WHOSE
      * TITLE HAS LEFT THE CATALOG, CAN NEVER FILL AND IS CANCELLED.
      * A MEMBER WHO IS NOT ACTIVE IS NOT CHARGED; THE PRE-ORDER
      * WAITS OPEN UNTIL THE MEMBER IS REINSTATED.
      ******************************************************************
       200-CHECK-RELEASE.
       MOVE VPO-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               MOVE 'NT' TO VPO-REASON
               PERFORM 900-CANCEL
               EXIT PARAGRAPH
       END-READ.
       IF VML-LIC-START NOT = ZERO AND WS-TODAY < VML-LIC-START
           EXIT PARAGRAPH
       END-IF.
       IF VML-LIC-END NOT = ZERO AND WS-TODAY > VML-LIC-END
           MOVE 'LX' TO VPO-REASON
           PERFORM 900-CANCEL
           EXIT PARAGRAPH
       END-IF.
       MOVE VPO-VM-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               MOVE 'NM' TO VPO-REASON
               PERFORM 900-CANCEL
               EXIT PARAGRAPH
       END-READ.
       IF NOT VM-STAT-ACTIVE
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-CHECK-OWNED.
       IF WS-OWNED = 'Y'
           MOVE 'AO' TO VPO-REASON
           PERFORM 900-CANCEL
           EXIT PARAGRAPH
       END-IF.
       PERFORM 400-TAKE-PAYMENT.
       IF WS-PAID NOT = 'Y'
           MOVE WS-REASON TO VPO-REASON
           PERFORM 900-CANCEL
           EXIT PARAGRAPH
       END-IF.
       PERFORM 500-CHARGE-TAX.
       PERFORM 600-WRITE-VTP.
       MOVE 'F' TO VPO-STATUS.
       MOVE WS-TODAY TO VPO-DONE-DATE.
       MOVE SPACES TO VPO-REASON.
       REWRITE VPO-REC.
       ADD 1 TO WS-FILLED-CT.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'NOW AVAILABLE: ', VML-TITLE
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
      ******************************************************************
      * A TITLE THE MEMBER ALREADY HOLDS OUTRIGHT IS NOT CHARGED FOR
      * AGAIN; A RENTAL DOES NOT COUNT.
      ******************************************************************
       300-CHECK-OWNED.
       MOVE 'N' TO WS-OWNED.
       MOVE SPACES TO WS-VTP-EOF.
       MOVE VPO-VML-ID TO VTP-VML-ID-KEY.
       START VTP-FILE KEY NOT LESS THAN VTP-VML-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VTP-EOF
       END-START.
       PERFORM UNTIL WS-VTP-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VTP-EOF
               NOT AT END
                   IF VTP-VML-ID OF VTP-REC NOT = VPO-VML-ID
                       MOVE 'Y' TO WS-VTP-EOF
                   ELSE
                       IF VTP-VM-ID OF VTP-REC = VPO-VM-ID
                               AND NOT VTP-KIND-RENTAL
                           MOVE 'Y' TO WS-OWNED
                           MOVE 'Y' TO WS-VTP-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE HOLD TAKEN AT PRE-ORDER TIME IS CAPTURED. A HOLD THAT HAS
      * EXPIRED (G3-CAP1-AUTH-EXP) OR WILL NOT CAPTURE IS REPLACED BY
      * A FRESH AUTHORIZATION ON THE CARD NOW ON THE MEMBERSHIP; IF
      * THAT DECLINES TOO, WS-REASON CARRIES THE DECLINE CODE.
      ******************************************************************
       400-TAKE-PAYMENT.
       MOVE 'N' TO WS-PAID.
       MOVE SPACES TO WS-REASON.
       IF VPO-PRICE = ZERO
           MOVE 'Y' TO WS-PAID
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACE TO WS-COMPLETED.
       IF VPO-AUTH-ID NOT = ZERO
           CALL 'G3-LINK-CC-CAPTURE' USING VPO-AUTH-ID, WS-COMPLETED
       END-IF.
       IF WS-COMPLETED = 'Y'
           MOVE 'Y' TO WS-PAID
           EXIT PARAGRAPH
       END-IF.
       MOVE VPO-PRICE TO WS-PRICE.
       MOVE SPACES TO WS-ITEM.
       STRING 'VFXPRE:', VML-TITLE DELIMITED BY SIZE INTO WS-ITEM.
       CALL 'G3-LINK-VFX-MER' USING WS-MER-ID, WS-LOC-ID.
       CALL 'G3-LINK-CC-AUTH' USING VM-CC, WS-PRICE, WS-ITEM,
               WS-MER-ID, WS-LOC-ID, WS-AUTH-ID, WS-REASON.
       IF WS-AUTH-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACE TO WS-COMPLETED.
       CALL 'G3-LINK-CC-CAPTURE' USING WS-AUTH-ID, WS-COMPLETED.
       IF WS-COMPLETED NOT = 'Y'
           MOVE 'CF' TO WS-REASON
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-AUTH-ID TO VPO-AUTH-ID.
       ADD 1 TO WS-REAUTH-CT.
       MOVE 'Y' TO WS-PAID.
      ******************************************************************
      * SALES TAX AT TODAY'S RATE FOR THE MEMBER'S ZIP, AS ITS OWN
      * CARD LINE THE WAY G3-VFX-3-PUR CHARGES IT. A TAX LINE THAT
      * WILL NOT AUTHORIZE IS NOT COLLECTED.
      ******************************************************************
       500-CHARGE-TAX.
       MOVE VPO-PRICE TO WS-PRICE.
       MOVE 'P' TO WS-TAX-KIND.
       CALL 'G3-LINK-VFX-TAX' USING VM-ZIP, WS-TAX-KIND, WS-PRICE,
               WS-TAX-AMT, WS-TAX-STATE, WS-TAX-COUNTY.
       IF WS-TAX-AMT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-ITEM.
       STRING 'VFXTAX:', VML-TITLE DELIMITED BY SIZE INTO WS-ITEM.
       CALL 'G3-LINK-VFX-MER' USING WS-MER-ID, WS-LOC-ID.
       CALL 'G3-LINK-CC-AUTH' USING VM-CC, WS-TAX-AMT, WS-ITEM,
               WS-MER-ID, WS-LOC-ID, WS-AUTH-ID, WS-REASON.
       IF WS-AUTH-ID = ZERO
           MOVE ZERO TO WS-TAX-AMT
           EXIT PARAGRAPH
       END-IF.
       CALL 'G3-LINK-CC-CAPTURE' USING WS-AUTH-ID, WS-COMPLETED.
       MOVE '+' TO WS-TAX-SIGN.
       CALL 'G3-VFX-TAX-LOG' USING VPO-VM-ID, WS-TAX-KIND,
               WS-TAX-SIGN, WS-TAX-STATE, WS-TAX-COUNTY, WS-PRICE,
               WS-TAX-AMT.
      ******************************************************************
      * THE PURCHASE IS PRICED FROM WHAT THE MEMBER PRE-ORDERED AT;
      * 'PREORDER' IN THE PROMO CODE MARKS IT FOR THE ROYALTY RUN.
      ******************************************************************
       600-WRITE-VTP.
       MOVE WS-NEXT-VTP-ID     TO VTP-ID-KEY.
       MOVE VPO-VM-ID          TO VTP-VM-ID-KEY.
       MOVE VPO-VML-ID         TO VTP-VML-ID-KEY.
       MOVE VPO-PRICE          TO VTP-PRICE.
       MOVE WS-YEAR            TO VTP-YEAR.
       MOVE WS-MONTH           TO VTP-MONTH.
       MOVE WS-DAY             TO VTP-DAY.
       MOVE 'P'                TO VTP-KIND.
       MOVE ZERO               TO VTP-EXPIRES.
       MOVE ZERO               TO VTP-GIFT-FROM.
       MOVE WS-TAX-AMT         TO VTP-TAX.
       MOVE WS-TAX-STATE       TO VTP-TAX-STATE.
       MOVE WS-TAX-COUNTY      TO VTP-TAX-COUNTY.
       MOVE VPO-PRICE          TO VTP-LIST-PRICE.
       MOVE 'PREORDER'         TO VTP-PROMO-CODE.
       MOVE ZERO               TO VTP-PROMO-OFF.
       WRITE VTP-REC.
       SUBTRACT 1 FROM WS-NEXT-VTP-ID.
      ******************************************************************
       900-CANCEL.
       MOVE 'X' TO VPO-STATUS.
       MOVE WS-TODAY TO VPO-DONE-DATE.
       REWRITE VPO-REC.
       ADD 1 TO WS-CANCEL-CT.
       MOVE VPO-VM-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       IF VPO-REASON = 'NT'
           MOVE 'PRE-ORDER CANCELLED - TITLE WITHDRAWN'
               TO LK-EMAIL-SUBJECT
       ELSE
           STRING 'PRE-ORDER CANCELLED: ', VML-TITLE
                   DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT
       END-IF.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
