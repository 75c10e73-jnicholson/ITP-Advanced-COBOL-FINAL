      *          whole multiples of CAP1-REWARD-PER-DOLLAR), the
      *          equivalent dollars post as an 'R' credit transaction,
      *          the points come off CH-POINTS, and the member is
      *          notified through G3-SEND-EMAIL. The points can
      *          instead go to the VFX member linked to the card
      *          (VM-CC): as VM-STORE-CREDIT at CAP1-RDV-PTS-PER-DOL
      *          points to the dollar, logged to VFXCRED.TXT, or as
      *          an outright title bought at its list price in points
      *          and recorded on VFX-PUR as a points purchase ('R')
      *          for the viewer profile picked, under that profile's
      *          rating ceiling.
      *          Every redemption burns through G3-CAP1-PTS-LEDGER
      *          so the oldest earns go first, and is confirmed by
      *          email.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-REDEEM IS INITIAL.
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXPROF.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MOV.
       COPY FD-VFXPROF.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-VFXPROF.

       01  WS-REDEEM-PTS               PIC 9(9) VALUE ZERO.
       01  WS-CREDIT-AMT               PIC 9(7)V99 VALUE ZERO.
       01  WS-LEDG-DESC                PIC X(25) VALUE SPACES.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
       01  WS-REDEEM-KIND              PIC X VALUE 'S'.
       01  WS-REDEEM-TITLE             PIC 9(8) VALUE ZERO.
       01  WS-TODAY-N                  PIC 9(8) VALUE ZERO.
       01  WS-VM-HIT                   PIC X VALUE 'N'.
       01  WS-VM-EOF                   PIC X VALUE SPACES.
       01  WS-VM-ID                    PIC 9(8) VALUE ZERO.
       01  WS-VM-CEIL                  PIC 9(2) VALUE ZERO.
       01  WS-VML-ID                   PIC 9(8) VALUE ZERO.
       01  WS-VML-PRICE                PIC 9(2)V99 VALUE ZERO.
       01  WS-VML-TITLE                PIC X(35) VALUE SPACES.
       01  WS-VTP-EOF                  PIC X VALUE SPACES.
       01  WS-VTP-OWNED                PIC X VALUE 'N'.
       01  WS-VTP-DONE                 PIC X VALUE 'N'.
       01  WS-VTP-NEW-ID               PIC 9(8) VALUE ZERO.
       01  WS-NEW-CREDIT               PIC 9(7)V99 VALUE ZERO.
       01  WS-CRED-AMT                 PIC 9(5)V99 VALUE ZERO.
       01  WS-CRED-SIGN                PIC X VALUE '+'.
       01  WS-CRED-REASON              PIC X(25)
                                   VALUE 'CAP1 POINTS REDEMPTION'.
       01  WS-BODY-AMT                 PIC $$$,$$9.99.
       01  WS-BODY-PTS                 PIC ZZZ,ZZZ,ZZ9.

       SCREEN SECTION.
       COPY SCREEN-AUDIT-OPERATOR.
           03  REDEEM-AMT-FORM.
               05  LINE 14 COL 17 VALUE 'POINTS ON HAND:'.
               05  LINE 14 COL 40 PIC ZZZ,ZZZ,ZZ9 FROM CH-POINTS.
               05  LINE 15 COL 17 VALUE 'REDEEM AS:'.
               05  LINE 15 COL 40 PIC X TO WS-REDEEM-KIND.
               05  LINE 15 COL 43 VALUE
                   'S=STATEMENT V=VFX CREDIT T=VFX TITLE'.
               05  LINE 16 COL 17 VALUE 'POINTS TO REDEEM:'.
               05  LINE 16 COL 40 PIC 9(9) TO WS-REDEEM-PTS.
               05  LINE 17 COL 17 VALUE 'VFX TITLE ID:'.
               05  LINE 17 COL 40 PIC 9(8) TO WS-REDEEM-TITLE.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-REDEEM' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY-N (1:4).
       MOVE WS-MONTH TO WS-TODAY-N (5:2).
       MOVE WS-DAY   TO WS-TODAY-N (7:2).
       MOVE WS-TODAY-N TO WS-PARM-DATE.
       MOVE 'RDV-PTS-PER-DOL' TO WS-PARM-NAME.
       MOVE CAP1-RDV-PTS-PER-DOL TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-RDV-PTS-PER-DOL.
       OPEN I-O CH-FILE
                CC-TRAN-FILE.
       PERFORM 100-WORK UNTIL CAP1-SEARCH = '99999999'.
      ******************************************************************
       200-TAKE-POINTS.
       MOVE ZERO TO WS-REDEEM-PTS.
       MOVE ZERO TO WS-REDEEM-TITLE.
       MOVE 'S' TO WS-REDEEM-KIND.
       DISPLAY REDEEM-AMT-SCREEN.
       ACCEPT REDEEM-AMT-FORM.
       INSPECT WS-REDEEM-KIND CONVERTING 'svt' TO 'SVT'.
       EVALUATE TRUE
           WHEN WS-REDEEM-KIND = 'T'
               PERFORM 500-VFX-TITLE
           WHEN WS-REDEEM-KIND NOT = 'S' AND NOT = 'V'
               MOVE 'INVALID CHOICE' TO CAP1-MSG
           WHEN WS-REDEEM-PTS = ZERO
               MOVE 'NOTHING REDEEMED' TO CAP1-MSG
           WHEN WS-REDEEM-PTS > CH-POINTS
               MOVE 'NOT ENOUGH POINTS' TO CAP1-MSG
           WHEN WS-REDEEM-KIND = 'V'
               PERFORM 400-VFX-CREDIT
           WHEN OTHER
               PERFORM 300-POST-CREDIT
       END-EVALUATE.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE WS-OPERATOR-ID TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       MOVE 'CREDIT POSTED' TO CAP1-MSG.
      ******************************************************************
      * POINTS TO VFX STORE CREDIT ON THE MEMBER LINKED TO THIS CARD.
      * THE DOLLARS LAND ON VM-STORE-CREDIT AND ARE LOGGED TO
      * VFXCRED.TXT UNDER THE REASON THE GL EXTRACT BOOKS AS REWARDS
      * EXPENSE AGAINST VFX REVENUE.
      ******************************************************************
       400-VFX-CREDIT.
       COMPUTE WS-CREDIT-AMT =
           WS-REDEEM-PTS / CAP1-RDV-PTS-PER-DOL.
       IF WS-CREDIT-AMT = ZERO
           MOVE 'TOO FEW POINTS' TO CAP1-MSG
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O VM-FILE.
       PERFORM 450-FIND-MEMBER.
       IF WS-VM-HIT NOT = 'Y'
           CLOSE VM-FILE
           MOVE 'NO VFX MEMBER LINKED' TO CAP1-MSG
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-NEW-CREDIT = VM-STORE-CREDIT + WS-CREDIT-AMT.
       IF WS-NEW-CREDIT > 99999.99
           CLOSE VM-FILE
           MOVE 'VFX CREDIT AT LIMIT' TO CAP1-MSG
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NEW-CREDIT TO VM-STORE-CREDIT.
       REWRITE VM-REC.
       CLOSE VM-FILE.
       MOVE WS-CREDIT-AMT TO WS-CRED-AMT.
       MOVE '+' TO WS-CRED-SIGN.
       CALL 'G3-VFX-CRED-LOG' USING WS-VM-ID, WS-CRED-SIGN,
               WS-CRED-AMT, WS-CRED-REASON.
       MOVE 'VFX STORE CREDIT' TO WS-LEDG-DESC.
       MOVE 'RDVCRD' TO WS-AUD-ACTION.
       PERFORM 600-BURN-POINTS.
       MOVE WS-CREDIT-AMT TO WS-BODY-AMT.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'REWARDS TO VFX CREDIT, ACCOUNT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE SPACES TO LK-EMAIL-BODY.
       STRING WS-BODY-PTS ' POINTS REDEEMED FOR ' WS-BODY-AMT
               ' VFX STORE CREDIT, MEMBER ' WS-VM-ID
               DELIMITED BY SIZE INTO LK-EMAIL-BODY.
       PERFORM 650-CONFIRM.
       MOVE 'VFX CREDIT POSTED' TO CAP1-MSG.
      ******************************************************************
      * THE VFX MEMBER WHOSE VM-CC IS THIS ACCOUNT - ACTIVE ONLY.
      ******************************************************************
       450-FIND-MEMBER.
       MOVE 'N' TO WS-VM-HIT.
       MOVE SPACES TO WS-VM-EOF.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-VM-EOF = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VM-EOF
               NOT AT END
                   IF VM-CC = CH-ID AND VM-STAT-ACTIVE
                       MOVE 'Y' TO WS-VM-HIT
                       MOVE VM-ID TO WS-VM-ID
                       MOVE VM-RATING-CEIL TO WS-VM-CEIL
                       MOVE 'Y' TO WS-VM-EOF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * WHO THE TITLE IS FOR: WITH VIEWER PROFILES SET UP THE MEMBER
      * PICKS ONE AND ITS CEILING FENCES THE TITLE, AS IN A CARD
      * PURCHASE; WITH NONE THE MEMBER'S OWN CEILING APPLIES.
      ******************************************************************
       470-PICK-PROFILE.
       MOVE WS-VM-ID TO WS-PROF-VM-ID.
       MOVE ZERO TO WS-PROF-NO.
       MOVE ZERO TO WS-PROF-CT.
       MOVE SPACES TO WS-PROF-NAME.
       MOVE WS-VM-CEIL TO WS-PROF-CEIL.
       OPEN INPUT VPF-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       DISPLAY BLANK-SCREEN.
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
           DISPLAY 'WHO IS THE TITLE FOR - PROFILE NUMBER:'
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
      * POINTS TO A VFX TITLE OUTRIGHT: THE LIST PRICE TIMES THE
      * CONVERSION RATE, UNDER THE SAME LICENSE-WINDOW, RATING AND
      * ALREADY-OWNED FENCES AS A CARD PURCHASE. THE PURCHASE IS
      * RECORDED AS A POINTS PURCHASE ('R') SO REFUNDS AND THE GL
      * EXTRACT KNOW NO CARD WAS CHARGED.
      ******************************************************************
       500-VFX-TITLE.
       OPEN INPUT VM-FILE.
       PERFORM 450-FIND-MEMBER.
       CLOSE VM-FILE.
       IF WS-VM-HIT NOT = 'Y'
           MOVE 'NO VFX MEMBER LINKED' TO CAP1-MSG
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO CAP1-MSG.
       PERFORM 470-PICK-PROFILE.
       OPEN INPUT VML-FILE.
       MOVE WS-REDEEM-TITLE TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               MOVE ZERO TO VML-ID
       END-READ.
       EVALUATE TRUE
           WHEN VML-ID = ZERO
               MOVE 'NO SUCH TITLE' TO CAP1-MSG
           WHEN VML-LIC-START NOT = ZERO
                   AND WS-TODAY-N < VML-LIC-START
               MOVE 'TITLE NOT LICENSED' TO CAP1-MSG
           WHEN VML-LIC-END NOT = ZERO
                   AND WS-TODAY-N > VML-LIC-END
               MOVE 'TITLE NOT LICENSED' TO CAP1-MSG
           WHEN VML-RATING NOT = ZERO
                   AND VML-RATING > WS-PROF-CEIL
               MOVE 'ABOVE RATING CEILING' TO CAP1-MSG
           WHEN VML-PRICE = ZERO
               MOVE 'TITLE HAS NO PRICE' TO CAP1-MSG
       END-EVALUATE.
       MOVE VML-ID TO WS-VML-ID.
       MOVE VML-PRICE TO WS-VML-PRICE.
       MOVE VML-TITLE TO WS-VML-TITLE.
       CLOSE VML-FILE.
       IF CAP1-MSG NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-REDEEM-PTS = WS-VML-PRICE * CAP1-RDV-PTS-PER-DOL.
       IF WS-REDEEM-PTS > CH-POINTS
           MOVE 'NOT ENOUGH POINTS' TO CAP1-MSG
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O VTP-FILE.
       PERFORM 550-CHECK-OWNED.
       IF WS-VTP-OWNED = 'Y'
           CLOSE VTP-FILE
           MOVE 'TITLE ALREADY OWNED' TO CAP1-MSG
           EXIT PARAGRAPH
       END-IF.
       PERFORM 560-WRITE-VTP.
       CLOSE VTP-FILE.
       MOVE 'VFX TITLE' TO WS-LEDG-DESC.
       MOVE 'RDVTTL' TO WS-AUD-ACTION.
       PERFORM 600-BURN-POINTS.
       MOVE WS-VML-PRICE TO WS-BODY-AMT.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'REWARDS TITLE: ', WS-VML-TITLE
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE SPACES TO LK-EMAIL-BODY.
       STRING WS-BODY-PTS ' POINTS REDEEMED FOR ' WS-VML-TITLE
               ' (' WS-BODY-AMT ')'
               DELIMITED BY SIZE INTO LK-EMAIL-BODY.
       PERFORM 650-CONFIRM.
       MOVE 'VFX TITLE REDEEMED' TO CAP1-MSG.
      ******************************************************************
       550-CHECK-OWNED.
       MOVE 'N' TO WS-VTP-OWNED.
       MOVE SPACES TO WS-VTP-EOF.
       PERFORM UNTIL WS-VTP-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VTP-EOF
               NOT AT END
                   IF VTP-VM-ID OF VTP-REC = WS-VM-ID
                        AND VTP-VML-ID OF VTP-REC = WS-VML-ID
                       MOVE 'Y' TO WS-VTP-OWNED
                       MOVE 'Y' TO WS-VTP-EOF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * PURCHASE IDS COUNT DOWN: THE NEW ONE IS ONE BELOW THE LOWEST
      * ON FILE.
      ******************************************************************
       560-WRITE-VTP.
       MOVE 99999999 TO WS-VTP-NEW-ID.
       MOVE ZERO TO VTP-ID.
       START VTP-FILE KEY NOT LESS THAN VTP-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ VTP-FILE NEXT RECORD
                   NOT AT END
                       COMPUTE WS-VTP-NEW-ID = VTP-ID - 1
               END-READ
       END-START.
       MOVE WS-VTP-NEW-ID TO VTP-ID.
       MOVE WS-VM-ID TO VTP-VM-ID OF VTP-REC.
       MOVE WS-VML-ID TO VTP-VML-ID OF VTP-REC.
       MOVE WS-VML-PRICE TO VTP-PRICE.
       MOVE WS-YEAR TO VTP-YEAR.
       MOVE WS-MONTH TO VTP-MONTH.
       MOVE WS-DAY TO VTP-DAY.
       MOVE 'R' TO VTP-KIND.
       MOVE ZERO TO VTP-EXPIRES.
       MOVE ZERO TO VTP-GIFT-FROM.
       MOVE ZERO TO VTP-TAX.
       MOVE SPACES TO VTP-TAX-STATE.
       MOVE SPACES TO VTP-TAX-COUNTY.
       MOVE WS-VML-PRICE TO VTP-LIST-PRICE.
       MOVE SPACES TO VTP-PROMO-CODE.
       MOVE ZERO TO VTP-PROMO-OFF.
       MOVE 'N' TO WS-VTP-DONE.
       PERFORM UNTIL WS-VTP-DONE = 'Y'
           WRITE VTP-REC
               INVALID KEY
                   SUBTRACT 1 FROM VTP-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VTP-DONE
           END-WRITE
       END-PERFORM.
      ******************************************************************
      * THE BURN GOES THROUGH THE POINTS LEDGER, WHICH CONSUMES THE
      * OLDEST OPEN EARNS FIRST.
      ******************************************************************
       600-BURN-POINTS.
       SUBTRACT WS-REDEEM-PTS FROM CH-POINTS.
       REWRITE CH-REC.
       MOVE 'B' TO WS-LEDG-TYPE.
       CALL 'G3-CAP1-PTS-LEDGER' USING CH-ID, WS-LEDG-TYPE,
               WS-REDEEM-PTS, WS-LEDG-DESC.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE WS-REDEEM-PTS TO WS-BODY-PTS.
      ******************************************************************
       650-CONFIRM.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
