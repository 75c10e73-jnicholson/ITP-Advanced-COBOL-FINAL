      ******************************************************************
      *PROGRAM:  Capital One Pre-Screened Offer Campaign
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Campaign batch, run when marketing calls for it.
      *          Finds the VFX members who pay with nothing of ours -
      *          VM-CC points at no account, or at one since closed -
      *          and makes each a firm offer of credit: the member
      *          must be active with a working email, must not
      *          already hold a live offer or look like an existing
      *          cardholder (G3-DUP-CHECK), must pass the watch-list
      *          screen, and must carry a bureau prescreen score
      *          (PRESCORE.DAT) of at least CAP1-PSO-MIN-SCORE. The
      *          score picks the product and limit band. Each offer
      *          is filed on OFFER.DAT under a new offer code and
      *          emailed through notice template PSOFFER with the
      *          limit and the respond-by date. Offers left unbooked
      *          past their date are expired first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-PRESCREEN IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-CHOLD.
       COPY SELECT-PRESCORE.
       COPY SELECT-OFFER.
       COPY SELECT-SUPPRESS.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MBR.
       COPY FD-CHOLD.
       COPY FD-PRESCORE.
       COPY FD-OFFER.
       COPY FD-SUPPRESS.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-DUPCALL.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-EXPIRES                  PIC 9(8) VALUE ZERO.
       01  WS-VM-EOF                   PIC X VALUE SPACES.
       01  WS-OFR-EOF                  PIC X VALUE SPACES.
       01  WS-PSC-OPEN                 PIC X VALUE 'N'.
       01  WS-SUP-OPEN                 PIC X VALUE 'N'.
       01  WS-SKIP                     PIC X VALUE 'N'.
       01  WS-LIVE                     PIC X VALUE 'N'.
       01  WS-WL-HIT                   PIC X VALUE 'N'.
       01  WS-OFR-DONE                 PIC X VALUE 'N'.
       01  WS-NEXT-NO                  PIC 9(7) VALUE ZERO.
       01  WS-SCREEN-NAME              PIC X(40) VALUE SPACES.
       01  WS-MBR-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-NOCARD-CTR               PIC 9(5) VALUE ZERO.
       01  WS-OFFER-CTR                PIC 9(5) VALUE ZERO.
       01  WS-EXPIRE-CTR               PIC 9(5) VALUE ZERO.
       01  WS-NOMAIL-CTR               PIC 9(5) VALUE ZERO.
       01  WS-LIVE-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-DUP-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-WL-CTR                   PIC 9(5) VALUE ZERO.
       01  WS-NOSCORE-CTR              PIC 9(5) VALUE ZERO.
       01  WS-LOW-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-SHOW-LIMIT               PIC Z(6)9.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
       01  WS-TPL-CODE                 PIC X(8) VALUE 'PSOFFER'.
       01  WS-TPL-NAME2                PIC X(20) VALUE SPACES.
       01  WS-TPL-AMT                  PIC X(12) VALUE SPACES.
       01  WS-TPL-DATE                 PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-PRESCREEN' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           PERFORM 050-LOAD-PARMS.
           COMPUTE WS-EXPIRES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                + CAP1-PSO-VALID-DY).
           OPEN INPUT VM-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'OFFER CAMPAIGN - NO VFX MEMBER FILE'
               GOBACK
           END-IF.
           OPEN INPUT CH-FILE.
           OPEN I-O OFR-FILE.
           IF WS-STAT = 35
               CLOSE OFR-FILE
               OPEN OUTPUT OFR-FILE
               CLOSE OFR-FILE
               OPEN I-O OFR-FILE
           END-IF.
           OPEN INPUT PSC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PSC-OPEN
           END-IF.
           OPEN INPUT SUP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SUP-OPEN
           END-IF.
           PERFORM 150-EXPIRE-OFFERS.
           PERFORM UNTIL WS-VM-EOF = 'Y'
               READ VM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-VM-EOF
                   NOT AT END
                       ADD 1 TO WS-MBR-CTR
                       PERFORM 200-WORK-MEMBER
               END-READ
           END-PERFORM.
           CLOSE VM-FILE
                 CH-FILE
                 OFR-FILE.
           IF WS-PSC-OPEN = 'Y'
               CLOSE PSC-FILE
           END-IF.
           IF WS-SUP-OPEN = 'Y'
               CLOSE SUP-FILE
           END-IF.
           DISPLAY 'OFFER CAMPAIGN ' WS-TODAY ' COMPLETE - '
                   WS-MBR-CTR ' MEMBERS, ' WS-NOCARD-CTR
                   ' WITHOUT A CARD, ' WS-OFFER-CTR ' OFFERS SENT'.
           DISPLAY '  PASSED OVER: ' WS-NOMAIL-CTR ' NO EMAIL, '
                   WS-LIVE-CTR ' LIVE OFFER, ' WS-DUP-CTR
                   ' LIKELY CARDHOLDER, ' WS-WL-CTR ' WATCH LIST, '
                   WS-NOSCORE-CTR ' NO SCORE, ' WS-LOW-CTR
                   ' BELOW MINIMUM'.
           DISPLAY '  OFFERS EXPIRED: ' WS-EXPIRE-CTR.
           GOBACK.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'PSO-MIN-SCORE' TO WS-PARM-NAME.
       MOVE CAP1-PSO-MIN-SCORE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PSO-MIN-SCORE.
       MOVE 'PSO-VALID-DY' TO WS-PARM-NAME.
       MOVE CAP1-PSO-VALID-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PSO-VALID-DY.
      ******************************************************************
      * ONE PASS OVER THE OFFERS: LIVE ONES PAST THEIR DATE LAPSE, AND
      * THE HIGHEST CODE NUMBER ISSUED SO FAR IS NOTED.
      ******************************************************************
       150-EXPIRE-OFFERS.
       MOVE ZERO TO WS-NEXT-NO.
       MOVE SPACES TO WS-OFR-EOF.
       MOVE LOW-VALUES TO OFR-CODE-KEY.
       START OFR-FILE KEY NOT LESS THAN OFR-CODE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-OFR-EOF
       END-START.
       PERFORM UNTIL WS-OFR-EOF = 'Y'
           READ OFR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OFR-EOF
               NOT AT END
                   IF OFR-CODE-NO > WS-NEXT-NO
                       MOVE OFR-CODE-NO TO WS-NEXT-NO
                   END-IF
                   IF OFR-LIVE AND OFR-EXPIRES < WS-TODAY
                       MOVE 'X' TO OFR-STATUS
                       REWRITE OFR-REC
                       ADD 1 TO WS-EXPIRE-CTR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       200-WORK-MEMBER.
       IF NOT VM-STAT-ACTIVE
           EXIT PARAGRAPH
       END-IF.
       PERFORM 210-HAS-CARD.
       IF WS-SKIP = 'Y'
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-NOCARD-CTR.
       PERFORM 220-CHECK-EMAIL.
       IF WS-SKIP = 'Y'
           ADD 1 TO WS-NOMAIL-CTR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 230-LIVE-OFFER.
       IF WS-LIVE = 'Y'
           ADD 1 TO WS-LIVE-CTR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 240-DUP-CHECK.
       IF WS-SKIP = 'Y'
           ADD 1 TO WS-DUP-CTR
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SCREEN-NAME.
       STRING VM-FNAME DELIMITED BY SPACE
              ' '      DELIMITED BY SIZE
              VM-LNAME DELIMITED BY SPACE
              INTO WS-SCREEN-NAME.
       CALL 'G3-WATCH-SCREEN' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-SCREEN-NAME, WS-WL-HIT.
       IF WS-WL-HIT = 'Y'
           ADD 1 TO WS-WL-CTR
           EXIT PARAGRAPH
       END-IF.
       IF WS-PSC-OPEN NOT = 'Y'
           ADD 1 TO WS-NOSCORE-CTR
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ID TO PSC-VM-ID.
       READ PSC-FILE
           INVALID KEY
               ADD 1 TO WS-NOSCORE-CTR
               EXIT PARAGRAPH
       END-READ.
       IF PSC-SCORE < CAP1-PSO-MIN-SCORE
           ADD 1 TO WS-LOW-CTR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-MAKE-OFFER.
      ******************************************************************
      * A MEMBER WHOSE LINK REACHES AN ACCOUNT STILL ON OUR BOOKS -
      * OPEN, FROZEN OR CHARGED OFF - IS NOT A PROSPECT. NO LINK, A
      * LINK TO NOTHING, OR A LINK TO A CLOSED ACCOUNT IS.
      ******************************************************************
       210-HAS-CARD.
       MOVE 'N' TO WS-SKIP.
       IF VM-CC = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-CC TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF NOT CH-STAT-CLOSED
                   MOVE 'Y' TO WS-SKIP
               END-IF
       END-READ.
      ******************************************************************
       220-CHECK-EMAIL.
       MOVE 'N' TO WS-SKIP.
       IF VM-EMAIL = SPACES
           MOVE 'Y' TO WS-SKIP
           EXIT PARAGRAPH
       END-IF.
       IF WS-SUP-OPEN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-EMAIL TO SUP-EMAIL.
       READ SUP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF SUP-DEAD = 'Y'
                   MOVE 'Y' TO WS-SKIP
               END-IF
       END-READ.
      ******************************************************************
       230-LIVE-OFFER.
       MOVE 'N' TO WS-LIVE.
       MOVE SPACES TO WS-OFR-EOF.
       MOVE VM-ID TO OFR-VM-ID.
       START OFR-FILE KEY NOT LESS THAN OFR-VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-OFR-EOF
       END-START.
       PERFORM UNTIL WS-OFR-EOF = 'Y'
           READ OFR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OFR-EOF
               NOT AT END
                   IF OFR-VM-ID NOT = VM-ID
                       MOVE 'Y' TO WS-OFR-EOF
                   ELSE
                       IF OFR-LIVE
                           MOVE 'Y' TO WS-LIVE
                           MOVE 'Y' TO WS-OFR-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE MEMBER MAY ALREADY HOLD A CARD UNDER ANOTHER RECORD. THE
      * CLOSED ACCOUNT THE MEMBER IS LINKED TO DOES NOT COUNT.
      ******************************************************************
       240-DUP-CHECK.
       MOVE 'N' TO WS-SKIP.
       INITIALIZE WS-DUP-CALL.
       MOVE 'V' TO WS-DUP-A-SRC.
       MOVE VM-ID TO WS-DUP-A-ID.
       MOVE VM-FNAME TO WS-DUP-A-FNAME.
       MOVE VM-LNAME TO WS-DUP-A-LNAME.
       MOVE VM-ADDRESS TO WS-DUP-A-ADDRESS.
       MOVE VM-ZIP TO WS-DUP-A-ZIP.
       MOVE VM-PHONE TO WS-DUP-A-PHONE.
       MOVE VM-EMAIL TO WS-DUP-A-EMAIL.
       IF VM-CC NOT = ZERO
           MOVE 'C' TO WS-DUP-SKIP-SRC
           MOVE VM-CC TO WS-DUP-SKIP-ID
       END-IF.
       CALL 'G3-DUP-CHECK' USING WS-DUP-CALL.
       IF WS-DUP-WARN = 'Y' AND WS-DUP-B-SRC = 'C'
           MOVE 'Y' TO WS-SKIP
       END-IF.
      ******************************************************************
      * THE SCORE PICKS THE BAND; THE OFFER IS FILED UNDER THE NEXT
      * CODE NUMBER AND MAILED.
      ******************************************************************
       300-MAKE-OFFER.
       INITIALIZE OFR-REC.
       EVALUATE TRUE
           WHEN PSC-SCORE >= CAP1-PSO-A-SCORE
               MOVE 'A' TO OFR-BAND
               MOVE CAP1-PSO-A-CTY TO OFR-CTY-ID
               MOVE CAP1-PSO-A-LIMIT TO OFR-LIMIT
           WHEN PSC-SCORE >= CAP1-PSO-B-SCORE
               MOVE 'B' TO OFR-BAND
               MOVE CAP1-PSO-B-CTY TO OFR-CTY-ID
               MOVE CAP1-PSO-B-LIMIT TO OFR-LIMIT
           WHEN OTHER
               MOVE 'C' TO OFR-BAND
               MOVE CAP1-PSO-C-CTY TO OFR-CTY-ID
               MOVE CAP1-PSO-C-LIMIT TO OFR-LIMIT
       END-EVALUATE.
       MOVE 'P' TO OFR-CODE-PFX.
       MOVE VM-ID TO OFR-VM-ID.
       MOVE WS-TODAY TO OFR-CAMPAIGN.
       MOVE WS-EXPIRES TO OFR-EXPIRES.
       MOVE PSC-SCORE TO OFR-SCORE.
       MOVE VM-EMAIL TO OFR-EMAIL.
       MOVE 'S' TO OFR-STATUS.
       MOVE ZERO TO OFR-RESP-DATE
                    OFR-CH-ID
                    OFR-BOOK-DATE.
       MOVE WS-OPERATOR-ID TO OFR-OPER.
       MOVE 'N' TO WS-OFR-DONE.
       PERFORM UNTIL WS-OFR-DONE = 'Y'
           ADD 1 TO WS-NEXT-NO
           MOVE WS-NEXT-NO TO OFR-CODE-NO
           WRITE OFR-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OFR-DONE
           END-WRITE
       END-PERFORM.
       ADD 1 TO WS-OFFER-CTR.
       PERFORM 400-SEND-OFFER.
       MOVE 'PSOFR' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING OFR-CODE ' ' VM-ID DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * THE BODY CARRIES THE PRE-APPROVED LIMIT AND THE RESPOND-BY
      * DATE; THE OFFER CODE RIDES IN THE SUBJECT.
      ******************************************************************
       400-SEND-OFFER.
       MOVE VM-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'PRE-APPROVED CAP1 CARD - CODE ' OFR-CODE
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE VM-FNAME TO WS-TPL-NAME2.
       MOVE OFR-LIMIT TO WS-SHOW-LIMIT.
       MOVE WS-SHOW-LIMIT TO WS-TPL-AMT.
       MOVE OFR-EXPIRES TO WS-TPL-DATE.
       CALL 'G3-MAIL-TEMPLATE' USING WS-TPL-CODE, WS-TPL-NAME2,
               WS-TPL-AMT, WS-TPL-DATE, LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
