      ******************************************************************
      *PROGRAM:  Vuflix Weekly Title Recommendations
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Once a week (on the same weekly boundary the merchant
      *          settlement uses) builds each member's genre affinity
      *          from what they bought, rented and wished for, and
      *          mails them up to five titles they do not own and have
      *          not wished for that are shown, inside their license
      *          window and within the member's rating ceiling. Titles
      *          released or marked down in the last 30 days score
      *          extra. Each member gets one mail through
      *          G3-SEND-EMAIL-B whose body names the member and the
      *          run date; the spooler lists that week's picks under
      *          it, one title a line, from VFXRECO.TXT. Members who
      *          opted out (VM-RECO-OPTOUT) or whose address is dead
      *          on the suppression list are skipped. Every pick is
      *          logged to VFXRECO.TXT, and every run reports to
      *          RECO-CONV-RPT.TXT how many picks the member bought or
      *          rented within 30 days. A conversion is written to
      *          VFXRCONV.TXT when first seen, so it still counts once
      *          the rental expires or the sale is refunded, and a
      *          member and title convert only once however often the
      *          title was picked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-RECOMMEND IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-WISH.
       COPY SELECT-PRICECHG.
       COPY SELECT-SUPPRESS.
       COPY SELECT-VFXRECO.
       COPY SELECT-VFXRCONV.
       COPY SELECT-RECO-CONV-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MOV.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VFX-WISH.
       COPY FD-PRICECHG.
       COPY FD-SUPPRESS.
       COPY FD-VFXRECO.
       COPY FD-VFXRCONV.
       COPY FD-RECO-CONV-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT                PIC 9(8) VALUE ZERO.
       01  WS-DATE-INT                 PIC 9(8) VALUE ZERO.
       01  WS-RECO-INT                 PIC 9(8) VALUE ZERO.
       01  WS-DAY-DIFF                 PIC S9(8) VALUE ZERO.
       01  WS-DAY-REM                  PIC 9 VALUE ZERO.
       01  WS-MAIL-RUN                 PIC X VALUE 'N'.
       01  WS-SUP-OPEN                 PIC X VALUE 'N'.
       01  WS-DEAD                     PIC X VALUE 'N'.
       01  WS-VML-EOF                  PIC X VALUE SPACES.
       01  WS-VM-EOF                   PIC X VALUE SPACES.
       01  WS-VTP-EOF                  PIC X VALUE SPACES.
       01  WS-VW-EOF                   PIC X VALUE SPACES.
       01  WS-PHI-EOF                  PIC X VALUE SPACES.
       01  WS-VRC-EOF                  PIC X VALUE SPACES.
       01  WS-RCV-EOF                  PIC X VALUE SPACES.
       01  WS-VTP-DATE-N               PIC 9(8) VALUE ZERO.
      * HOW RECENT A RELEASE OR MARKDOWN COUNTS AS NEWS, HOW LONG A
      * PICK HAS TO TURN INTO A SALE, AND HOW MANY PICKS A MEMBER GETS.
       01  WS-NEW-DAYS                 PIC 9(2) VALUE 30.
       01  WS-DROP-DAYS                PIC 9(2) VALUE 30.
       01  WS-CONV-DAYS                PIC 9(2) VALUE 30.
       01  WS-RECO-MAX                 PIC 9 VALUE 5.
      * AFFINITY POINTS A GENRE EARNS PER TITLE BOUGHT, RENTED OR
      * WISHED FOR, AND WHAT A TITLE SCORES PER POINT OF ITS GENRE
      * AND FOR BEING NEW OR MARKED DOWN.
       01  WS-WT-OWN                   PIC 9 VALUE 3.
       01  WS-WT-RENT                  PIC 9 VALUE 2.
       01  WS-WT-WISH                  PIC 9 VALUE 1.
       01  WS-WEIGHT                   PIC 9 VALUE ZERO.
       01  WS-PTS-GENRE                PIC 9 VALUE 5.
       01  WS-PTS-NEW                  PIC 9(2) VALUE 20.
       01  WS-PTS-DROP                 PIC 9(2) VALUE 15.
       01  WS-AFFIN                    PIC 9(5) VALUE ZERO.
       01  WS-SCORE                    PIC 9(5) VALUE ZERO.
       01  WS-WHY                      PIC X VALUE SPACE.
       01  WS-SKIP                     PIC X VALUE 'N'.
       01  WS-PLACED                   PIC X VALUE 'N'.
       01  WS-ADD-VML-ID               PIC 9(8) VALUE ZERO.
       01  WS-MBR-CT                   PIC 9(5) VALUE ZERO.
       01  WS-MAILED-CT                PIC 9(5) VALUE ZERO.
       01  WS-RECO-CT                  PIC 9(5) VALUE ZERO.
       01  WS-OPTOUT-CT                PIC 9(5) VALUE ZERO.
       01  WS-SUPP-CT                  PIC 9(5) VALUE ZERO.
       01  WS-CV-SENT                  PIC 9(7) VALUE ZERO.
       01  WS-CV-CONV                  PIC 9(7) VALUE ZERO.
       01  WS-CV-OPEN                  PIC 9(7) VALUE ZERO.
       01  WS-CV-FOUND                 PIC X VALUE 'N'.
       01  WS-CV-RATE                  PIC 9(3)V9 VALUE ZERO.
       01  WS-CV-RATE-ED               PIC ZZ9.9.
      * CONVERSIONS ALREADY ON THE LEDGER, LOADED ONCE A RUN.
       01  WS-CN-MAX                   PIC 9(5) VALUE 20000.
       01  WS-CN-CT                    PIC 9(5) VALUE ZERO.
       01  WS-NX                       PIC 9(5) VALUE ZERO.
       01  WS-CN-HIT                   PIC 9(5) VALUE ZERO.
       01  WS-CN-FULL                  PIC X VALUE 'N'.
       01  WS-CN-TABLE.
           03  WS-CN OCCURS 20000 TIMES.
               05  WS-CN-VM-ID         PIC 9(8).
               05  WS-CN-VML-ID        PIC 9(8).
               05  WS-CN-PICK-DATE     PIC 9(8).
               05  WS-CN-SALE-DATE     PIC 9(8).
      * THE SELLABLE CATALOG, LOADED ONCE A RUN.
       01  WS-CAT-MAX                  PIC 9(4) VALUE 2000.
       01  WS-CAT-CT                   PIC 9(4) VALUE ZERO.
       01  WS-CX                       PIC 9(4) VALUE ZERO.
       01  WS-CAT-FULL                 PIC X VALUE 'N'.
       01  WS-CAT-TABLE.
           03  WS-CAT OCCURS 2000 TIMES.
               05  WS-CT-ID            PIC 9(8).
               05  WS-CT-TITLE         PIC X(35).
               05  WS-CT-GENRE         PIC X(10).
               05  WS-CT-PRICE         PIC 9(2)V99.
               05  WS-CT-RATING        PIC 9(2).
               05  WS-CT-NEW           PIC X.
               05  WS-CT-DROP          PIC X.
      * ONE MEMBER'S GENRE AFFINITY, AND THE TITLES THEY ALREADY
      * OWN OR HAVE WISHED FOR.
       01  WS-GEN-CT                   PIC 9(2) VALUE ZERO.
       01  WS-GX                       PIC 9(2) VALUE ZERO.
       01  WS-GEN-TABLE.
           03  WS-GEN OCCURS 30 TIMES.
               05  WS-GN-GENRE         PIC X(10).
               05  WS-GN-WEIGHT        PIC 9(5).
       01  WS-MB-CT                    PIC 9(3) VALUE ZERO.
       01  WS-MX                       PIC 9(3) VALUE ZERO.
       01  WS-MB-TABLE.
           03  WS-MB-VML-ID OCCURS 300 TIMES PIC 9(8).
      * THE MEMBER'S PICKS, BEST FIRST.
       01  WS-PICK-CT                  PIC 9 VALUE ZERO.
       01  WS-PX                       PIC 9 VALUE ZERO.
       01  WS-PY                       PIC 9 VALUE ZERO.
       01  WS-PICK-TABLE.
           03  WS-PICK OCCURS 5 TIMES.
               05  WS-PK-CX            PIC 9(4).
               05  WS-PK-SCORE         PIC 9(3).
               05  WS-PK-WHY           PIC X.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY).
           COMPUTE WS-DAY-REM = FUNCTION MOD (WS-TODAY-INT, 7).
           IF WS-DAY-REM = ZERO
               MOVE 'Y' TO WS-MAIL-RUN
           END-IF.
           IF WS-MAIL-RUN = 'Y'
               PERFORM 150-MAIL-RUN
           ELSE
               DISPLAY 'NOT THE WEEKLY RUN DAY - NO RECOMMENDATIONS'
                       ' MAILED'
           END-IF.
           PERFORM 700-CONVERSION-RPT.
           GOBACK.
      ******************************************************************
       150-MAIL-RUN.
       OPEN INPUT VML-FILE
                  VM-FILE
                  VTP-FILE.
       PERFORM 200-LOAD-CATALOG.
       PERFORM 250-LOAD-MARKDOWNS.
       OPEN INPUT SUP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-SUP-OPEN
       END-IF.
       OPEN EXTEND VRC-FILE.
       MOVE SPACES TO WS-VM-EOF.
       MOVE ZEROS TO VM-ID-KEY.
       START VM-FILE KEY NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VM-EOF
       END-START.
       PERFORM UNTIL WS-VM-EOF = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VM-EOF
               NOT AT END
                   PERFORM 300-ONE-MEMBER
           END-READ
       END-PERFORM.
       CLOSE VRC-FILE
             VML-FILE
             VM-FILE
             VTP-FILE.
       IF WS-SUP-OPEN = 'Y'
           CLOSE SUP-FILE
       END-IF.
       IF WS-CAT-FULL = 'Y'
           DISPLAY 'CATALOG LARGER THAN ' WS-CAT-MAX
                   ' SELLABLE TITLES - THE REST WERE NOT CONSIDERED'
       END-IF.
       DISPLAY 'MEMBERS MAILED: ' WS-MAILED-CT
               '  TITLES RECOMMENDED: ' WS-RECO-CT.
       DISPLAY 'OPTED OUT: ' WS-OPTOUT-CT
               '  SUPPRESSED ADDRESSES: ' WS-SUPP-CT.
      ******************************************************************
      * ONLY TITLES A MEMBER COULD BUY TODAY ARE CANDIDATES: SHOWN AND
      * INSIDE THEIR LICENSE WINDOW. ONE WHOSE WINDOW OPENED IN THE
      * LAST WS-NEW-DAYS COUNTS AS NEW.
      ******************************************************************
       200-LOAD-CATALOG.
       MOVE ZERO TO WS-CAT-CT.
       MOVE SPACES TO WS-VML-EOF.
       MOVE ZEROS TO VML-ID-KEY.
       START VML-FILE KEY NOT LESS THAN VML-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VML-EOF
       END-START.
       PERFORM UNTIL WS-VML-EOF = 'Y'
           READ VML-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VML-EOF
               NOT AT END
                   PERFORM 210-LOAD-TITLE
           END-READ
       END-PERFORM.
      ******************************************************************
       210-LOAD-TITLE.
       IF VML-SH NOT = 'S' AND 's'
           EXIT PARAGRAPH
       END-IF.
       IF VML-LIC-START NOT = ZERO AND WS-TODAY < VML-LIC-START
           EXIT PARAGRAPH
       END-IF.
       IF VML-LIC-END NOT = ZERO AND WS-TODAY > VML-LIC-END
           EXIT PARAGRAPH
       END-IF.
       IF WS-CAT-CT NOT < WS-CAT-MAX
           MOVE 'Y' TO WS-CAT-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-CAT-CT.
       MOVE VML-ID TO WS-CT-ID (WS-CAT-CT).
       MOVE VML-TITLE TO WS-CT-TITLE (WS-CAT-CT).
       MOVE VML-GENRE TO WS-CT-GENRE (WS-CAT-CT).
       MOVE VML-PRICE TO WS-CT-PRICE (WS-CAT-CT).
       MOVE VML-RATING TO WS-CT-RATING (WS-CAT-CT).
       MOVE 'N' TO WS-CT-NEW (WS-CAT-CT).
       MOVE 'N' TO WS-CT-DROP (WS-CAT-CT).
       IF VML-LIC-START NOT = ZERO
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (VML-LIC-START)
           IF WS-TODAY-INT - WS-DATE-INT <= WS-NEW-DAYS
               MOVE 'Y' TO WS-CT-NEW (WS-CAT-CT)
           END-IF
       END-IF.
      ******************************************************************
      * A TITLE MARKED DOWN (PRICEHIST.TXT) IN THE LAST WS-DROP-DAYS
      * AND STILL SELLING BELOW ITS OLD PRICE COUNTS AS A PRICE DROP.
      ******************************************************************
       250-LOAD-MARKDOWNS.
       MOVE SPACES TO WS-PHI-EOF.
       OPEN INPUT PRICEHIST-FILE.
       PERFORM UNTIL WS-PHI-EOF = 'Y'
           READ PRICEHIST-FILE
               AT END
                   MOVE 'Y' TO WS-PHI-EOF
               NOT AT END
                   IF PHI-DATE IS NUMERIC AND PHI-DATE NOT = ZERO
                           AND PHI-DATE NOT > WS-TODAY
                           AND PHI-NEW-PRICE < PHI-OLD-PRICE
                       PERFORM 260-TAKE-MARKDOWN
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PRICEHIST-FILE.
      ******************************************************************
       260-TAKE-MARKDOWN.
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (PHI-DATE).
       IF WS-TODAY-INT - WS-DATE-INT > WS-DROP-DAYS
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CAT-CT
                   OR WS-CT-ID (WS-CX) = PHI-VML-ID
           CONTINUE
       END-PERFORM.
       IF WS-CX NOT > WS-CAT-CT
           IF WS-CT-PRICE (WS-CX) < PHI-OLD-PRICE
               MOVE 'Y' TO WS-CT-DROP (WS-CX)
           END-IF
       END-IF.
      ******************************************************************
       300-ONE-MEMBER.
       IF VM-STAT-SUSPENDED OR VM-STAT-ERASED
               OR VM-EMAIL = SPACES
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-MBR-CT.
       IF VM-RECO-OFF
           ADD 1 TO WS-OPTOUT-CT
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-DEAD.
       IF WS-SUP-OPEN = 'Y'
           MOVE VM-EMAIL TO SUP-EMAIL
           READ SUP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUP-DEAD = 'Y'
                       MOVE 'Y' TO WS-DEAD
                   END-IF
           END-READ
       END-IF.
       IF WS-DEAD = 'Y'
           ADD 1 TO WS-SUPP-CT
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-GEN-CT.
       MOVE ZERO TO WS-MB-CT.
       PERFORM 320-SCAN-PURCHASES.
       PERFORM 330-SCAN-WISHES.
       PERFORM 340-PICK-TITLES.
       IF WS-PICK-CT > ZERO
           PERFORM 350-SEND-PICKS
       END-IF.
      ******************************************************************
       320-SCAN-PURCHASES.
       MOVE SPACES TO WS-VTP-EOF.
       MOVE ZERO TO VTP-ID.
       START VTP-FILE KEY NOT LESS THAN VTP-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VTP-EOF
       END-START.
       PERFORM UNTIL WS-VTP-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VTP-EOF
               NOT AT END
                   IF VTP-VM-ID OF VTP-REC = VM-ID
                       PERFORM 325-TAKE-PURCHASE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       325-TAKE-PURCHASE.
       IF VTP-KIND-RENTAL
           MOVE WS-WT-RENT TO WS-WEIGHT
       ELSE
           MOVE WS-WT-OWN TO WS-WEIGHT
           MOVE VTP-VML-ID OF VTP-REC TO WS-ADD-VML-ID
           PERFORM 380-ADD-MEMBER-TITLE
       END-IF.
       MOVE VTP-VML-ID OF VTP-REC TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 370-ADD-GENRE
       END-READ.
      ******************************************************************
       330-SCAN-WISHES.
       MOVE SPACES TO WS-VW-EOF.
       OPEN INPUT VW-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WT-WISH TO WS-WEIGHT.
       PERFORM UNTIL WS-VW-EOF = 'Y'
           READ VW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VW-EOF
               NOT AT END
                   IF VW-VM-ID = VM-ID
                       MOVE VW-VML-ID TO WS-ADD-VML-ID
                       PERFORM 380-ADD-MEMBER-TITLE
                       MOVE VW-VML-ID TO VML-ID-KEY
                       READ VML-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 370-ADD-GENRE
                       END-READ
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VW-FILE.
      ******************************************************************
       370-ADD-GENRE.
       PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-GEN-CT
                   OR WS-GN-GENRE (WS-GX) = VML-GENRE
           CONTINUE
       END-PERFORM.
       IF WS-GX > WS-GEN-CT
           IF WS-GEN-CT = 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-CT
           MOVE VML-GENRE TO WS-GN-GENRE (WS-GEN-CT)
           MOVE ZERO TO WS-GN-WEIGHT (WS-GEN-CT)
           MOVE WS-GEN-CT TO WS-GX
       END-IF.
       ADD WS-WEIGHT TO WS-GN-WEIGHT (WS-GX).
      ******************************************************************
       380-ADD-MEMBER-TITLE.
       IF WS-MB-CT < 300
           ADD 1 TO WS-MB-CT
           MOVE WS-ADD-VML-ID TO WS-MB-VML-ID (WS-MB-CT)
       END-IF.
      ******************************************************************
      * EVERY SELLABLE TITLE THE MEMBER MAY WATCH AND DOES NOT ALREADY
      * HAVE OR WANT IS SCORED ON GENRE AFFINITY PLUS THE NEW-RELEASE
      * AND MARKDOWN BONUSES; THE BEST WS-RECO-MAX ARE KEPT.
      ******************************************************************
       340-PICK-TITLES.
       MOVE ZERO TO WS-PICK-CT.
       PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-CT
           PERFORM 345-SCORE-TITLE
       END-PERFORM.
      ******************************************************************
       345-SCORE-TITLE.
       IF WS-CT-RATING (WS-CX) NOT = ZERO
               AND WS-CT-RATING (WS-CX) > VM-RATING-CEIL
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-SKIP.
       PERFORM VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MB-CT OR WS-SKIP = 'Y'
           IF WS-MB-VML-ID (WS-MX) = WS-CT-ID (WS-CX)
               MOVE 'Y' TO WS-SKIP
           END-IF
       END-PERFORM.
       IF WS-SKIP = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-AFFIN.
       PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GEN-CT
           IF WS-GN-GENRE (WS-GX) = WS-CT-GENRE (WS-CX)
               MOVE WS-GN-WEIGHT (WS-GX) TO WS-AFFIN
           END-IF
       END-PERFORM.
       COMPUTE WS-SCORE = WS-AFFIN * WS-PTS-GENRE.
       MOVE 'G' TO WS-WHY.
       IF WS-CT-DROP (WS-CX) = 'Y'
           ADD WS-PTS-DROP TO WS-SCORE
           MOVE 'D' TO WS-WHY
       END-IF.
       IF WS-CT-NEW (WS-CX) = 'Y'
           ADD WS-PTS-NEW TO WS-SCORE
           MOVE 'N' TO WS-WHY
       END-IF.
       IF WS-SCORE = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-SCORE > 999
           MOVE 999 TO WS-SCORE
       END-IF.
       PERFORM 348-INSERT-PICK.
      ******************************************************************
      * KEEPS THE PICKS IN SCORE ORDER: LOWER PICKS SLIDE DOWN ONE AND
      * THE LAST FALLS OFF WHEN THE LIST IS FULL. ON A TIE THE TITLE
      * ALREADY PICKED STAYS AHEAD.
      ******************************************************************
       348-INSERT-PICK.
       IF WS-PICK-CT = WS-RECO-MAX
               AND WS-SCORE NOT > WS-PK-SCORE (WS-RECO-MAX)
           EXIT PARAGRAPH
       END-IF.
       IF WS-PICK-CT < WS-RECO-MAX
           ADD 1 TO WS-PICK-CT
       END-IF.
       MOVE WS-PICK-CT TO WS-PX.
       MOVE 'N' TO WS-PLACED.
       PERFORM UNTIL WS-PLACED = 'Y'
           IF WS-PX = 1
               MOVE 'Y' TO WS-PLACED
           ELSE
               COMPUTE WS-PY = WS-PX - 1
               IF WS-PK-SCORE (WS-PY) NOT < WS-SCORE
                   MOVE 'Y' TO WS-PLACED
               ELSE
                   MOVE WS-PICK (WS-PY) TO WS-PICK (WS-PX)
                   MOVE WS-PY TO WS-PX
               END-IF
           END-IF
       END-PERFORM.
       MOVE WS-CX TO WS-PK-CX (WS-PX).
       MOVE WS-SCORE TO WS-PK-SCORE (WS-PX).
       MOVE WS-WHY TO WS-PK-WHY (WS-PX).
      ******************************************************************
      * ONE MAIL PER MEMBER. THE BODY NAMES THE MEMBER AND THE RUN
      * DATE AT FIXED COLUMNS (8:8 AND 27:8); THE SPOOLER LISTS THE
      * PICKS LOGGED UNDER THAT KEY BELOW IT, ONE TITLE A LINE.
      ******************************************************************
       350-SEND-PICKS.
       ADD 1 TO WS-MAILED-CT.
       PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PICK-CT
           PERFORM 355-LOG-ONE
       END-PERFORM.
       MOVE 'PICKED FOR YOU THIS WEEK' TO LK-EMAIL-SUBJECT.
       MOVE SPACES TO LK-EMAIL-BODY.
       STRING 'MEMBER ' VM-ID ' PICKS FOR ' WS-TODAY
              ' - TITLES CHOSEN FOR YOU:'
               DELIMITED BY SIZE INTO LK-EMAIL-BODY.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
      ******************************************************************
       355-LOG-ONE.
       MOVE WS-PK-CX (WS-PX) TO WS-CX.
       MOVE SPACES TO VRC-REC.
       MOVE WS-TODAY TO VRC-DATE.
       MOVE VM-ID TO VRC-VM-ID.
       MOVE WS-CT-ID (WS-CX) TO VRC-VML-ID.
       MOVE WS-PK-SCORE (WS-PX) TO VRC-SCORE.
       MOVE WS-PK-WHY (WS-PX) TO VRC-WHY.
       MOVE WS-CT-TITLE (WS-CX) TO VRC-TITLE.
       WRITE VRC-REC.
       ADD 1 TO WS-RECO-CT.
      ******************************************************************
      * A PICK CONVERTS WHEN THE MEMBER BUYS OR RENTS THE TITLE WITHIN
      * WS-CONV-DAYS OF THE MAILING. PICKS STILL INSIDE THAT WINDOW
      * WITHOUT A SALE ARE SHOWN SEPARATELY - THEY MAY YET CONVERT.
      * A CONVERSION IS TAKEN FROM THE LEDGER WHEN IT IS ALREADY THERE,
      * SO ONE WHOSE PURCHASE ROW HAS SINCE GONE STILL COUNTS, AND A
      * MEMBER AND TITLE CONVERT ONLY ON THE PICK THAT EARNED IT.
      ******************************************************************
       700-CONVERSION-RPT.
       MOVE ZERO TO WS-CV-SENT.
       MOVE ZERO TO WS-CV-CONV.
       MOVE ZERO TO WS-CV-OPEN.
       OPEN OUTPUT RECO-CONV-RPT-FILE.
       MOVE 'RECOMMENDATION CONVERSION REPORT - SALES WITHIN 30 DAYS'
           TO RECO-CONV-RPT-LINE.
       WRITE RECO-CONV-RPT-LINE.
       PERFORM 705-LOAD-LEDGER.
       MOVE SPACES TO WS-VRC-EOF.
       OPEN INPUT VRC-FILE
                  VTP-FILE.
       OPEN EXTEND RCV-FILE.
       PERFORM UNTIL WS-VRC-EOF = 'Y'
           READ VRC-FILE
               AT END
                   MOVE 'Y' TO WS-VRC-EOF
               NOT AT END
                   IF VRC-DATE IS NUMERIC AND VRC-DATE NOT = ZERO
                       PERFORM 710-CHECK-PICK
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VRC-FILE
             VTP-FILE
             RCV-FILE.
       IF WS-CN-FULL = 'Y'
           DISPLAY 'CONVERSION LEDGER LARGER THAN ' WS-CN-MAX
                   ' - THE REST WERE CHECKED AGAINST SALES ON FILE'
       END-IF.
       MOVE ZERO TO WS-CV-RATE.
       IF WS-CV-SENT > ZERO
           COMPUTE WS-CV-RATE ROUNDED =
               WS-CV-CONV * 100 / WS-CV-SENT
       END-IF.
       MOVE WS-CV-RATE TO WS-CV-RATE-ED.
       MOVE SPACES TO RECO-CONV-RPT-LINE.
       STRING 'RECOMMENDATIONS SENT:      ' WS-CV-SENT
               DELIMITED BY SIZE INTO RECO-CONV-RPT-LINE.
       WRITE RECO-CONV-RPT-LINE.
       MOVE SPACES TO RECO-CONV-RPT-LINE.
       STRING 'CONVERTED WITHIN 30 DAYS:  ' WS-CV-CONV
               DELIMITED BY SIZE INTO RECO-CONV-RPT-LINE.
       WRITE RECO-CONV-RPT-LINE.
       MOVE SPACES TO RECO-CONV-RPT-LINE.
       STRING 'STILL INSIDE THE 30 DAYS:  ' WS-CV-OPEN
               DELIMITED BY SIZE INTO RECO-CONV-RPT-LINE.
       WRITE RECO-CONV-RPT-LINE.
       MOVE SPACES TO RECO-CONV-RPT-LINE.
       STRING 'CONVERSION RATE:           ' WS-CV-RATE-ED '%'
               DELIMITED BY SIZE INTO RECO-CONV-RPT-LINE.
       WRITE RECO-CONV-RPT-LINE.
       CLOSE RECO-CONV-RPT-FILE.
       MOVE 'RECO-CONV-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-RECOMMEND' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
       DISPLAY 'RECOMMENDATIONS CONVERTED: ' WS-CV-CONV
               ' OF ' WS-CV-SENT.
      ******************************************************************
       705-LOAD-LEDGER.
       MOVE ZERO TO WS-CN-CT.
       MOVE SPACES TO WS-RCV-EOF.
       OPEN INPUT RCV-FILE.
       PERFORM UNTIL WS-RCV-EOF = 'Y'
           READ RCV-FILE
               AT END
                   MOVE 'Y' TO WS-RCV-EOF
               NOT AT END
                   IF RCV-VM-ID IS NUMERIC AND RCV-VM-ID NOT = ZERO
                       PERFORM 706-KEEP-CONVERSION
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RCV-FILE.
      ******************************************************************
       706-KEEP-CONVERSION.
       IF WS-CN-CT >= WS-CN-MAX
           MOVE 'Y' TO WS-CN-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-CN-CT.
       MOVE RCV-VM-ID TO WS-CN-VM-ID (WS-CN-CT).
       MOVE RCV-VML-ID TO WS-CN-VML-ID (WS-CN-CT).
       MOVE RCV-PICK-DATE TO WS-CN-PICK-DATE (WS-CN-CT).
       MOVE RCV-SALE-DATE TO WS-CN-SALE-DATE (WS-CN-CT).
      ******************************************************************
       710-CHECK-PICK.
       ADD 1 TO WS-CV-SENT.
       COMPUTE WS-RECO-INT = FUNCTION INTEGER-OF-DATE (VRC-DATE).
       MOVE ZERO TO WS-CN-HIT.
       PERFORM VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-CN-CT OR WS-CN-HIT > ZERO
           IF WS-CN-VM-ID (WS-NX) = VRC-VM-ID
                   AND WS-CN-VML-ID (WS-NX) = VRC-VML-ID
               MOVE WS-NX TO WS-CN-HIT
           END-IF
       END-PERFORM.
      * ALREADY CONVERTED: ONLY THE PICK ON THE LEDGER COUNTS IT.
       IF WS-CN-HIT > ZERO
           IF WS-CN-PICK-DATE (WS-CN-HIT) = VRC-DATE
               ADD 1 TO WS-CV-CONV
               MOVE WS-CN-SALE-DATE (WS-CN-HIT) TO WS-VTP-DATE-N
               PERFORM 730-PRINT-CONVERSION
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-CV-FOUND.
       MOVE SPACES TO WS-VTP-EOF.
       MOVE VRC-VML-ID TO VTP-VML-ID-KEY.
       START VTP-FILE KEY NOT LESS THAN VTP-VML-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VTP-EOF
       END-START.
       PERFORM UNTIL WS-VTP-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VTP-EOF
               NOT AT END
                   IF VTP-VML-ID OF VTP-REC NOT = VRC-VML-ID
                       MOVE 'Y' TO WS-VTP-EOF
                   ELSE
                       IF VTP-VM-ID OF VTP-REC = VRC-VM-ID
                               AND NOT VTP-KIND-GIFT
                           PERFORM 720-CHECK-SALE-DATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-CV-FOUND = 'Y'
           ADD 1 TO WS-CV-CONV
           PERFORM 740-RECORD-CONVERSION
           PERFORM 730-PRINT-CONVERSION
       ELSE
           IF WS-TODAY-INT - WS-RECO-INT < WS-CONV-DAYS
               ADD 1 TO WS-CV-OPEN
           END-IF
       END-IF.
      ******************************************************************
       720-CHECK-SALE-DATE.
       MOVE VTP-DATE TO WS-VTP-DATE-N.
       IF WS-VTP-DATE-N IS NOT NUMERIC OR WS-VTP-DATE-N = ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-VTP-DATE-N).
       COMPUTE WS-DAY-DIFF = WS-DATE-INT - WS-RECO-INT.
       IF WS-DAY-DIFF >= ZERO AND WS-DAY-DIFF <= WS-CONV-DAYS
           MOVE 'Y' TO WS-CV-FOUND
           MOVE 'Y' TO WS-VTP-EOF
       END-IF.
      ******************************************************************
       730-PRINT-CONVERSION.
       MOVE SPACES TO RECO-CONV-RPT-LINE.
       STRING 'MBR ' VRC-VM-ID ' TITLE ' VRC-VML-ID
              ' PICKED ' VRC-DATE ' SOLD ' WS-VTP-DATE-N
               DELIMITED BY SIZE INTO RECO-CONV-RPT-LINE.
       WRITE RECO-CONV-RPT-LINE.
      ******************************************************************
      * FIRST TIME THIS MEMBER AND TITLE ARE SEEN TO CONVERT: ONTO THE
      * LEDGER, AND INTO THE TABLE SO A LATER PICK OF THE SAME TITLE
      * IN THIS RUN DOES NOT COUNT IT AGAIN.
      ******************************************************************
       740-RECORD-CONVERSION.
       MOVE SPACES TO RCV-REC.
       MOVE VRC-VM-ID TO RCV-VM-ID.
       MOVE VRC-VML-ID TO RCV-VML-ID.
       MOVE VRC-DATE TO RCV-PICK-DATE.
       MOVE WS-VTP-DATE-N TO RCV-SALE-DATE.
       PERFORM 706-KEEP-CONVERSION.
       WRITE RCV-REC.
