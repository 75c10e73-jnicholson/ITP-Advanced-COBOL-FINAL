      ******************************************************************
      *PROGRAM:  Capital One Card-On-File Account Updater
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly account updater for merchants that bill our
      *          cards on file. Three passes:
      *          1. CC-TRAN: every merchant purchase on a known card
      *             feeds the card-on-file registry (CARDONFILE.DAT) -
      *             a merchant that has charged the same card in two
      *             calendar months holds it on file - and a charge
      *             from a merchant on the card it was last told of
      *             marks that update picked up.
      *          2. The registry: each card on file is checked against
      *             the account. A number retired to CARDHIST.DAT
      *             (replacement, product switch) sends the new number
      *             and its expiration; a new expiration on the same
      *             number (reissue) sends the date; a closed or
      *             charged-off account sends ACCOUNT CLOSED. Each
      *             goes out on ACCTUPD-OUT.TXT grouped by merchant
      *             and is logged on ACCTUPD.DAT.
      *          3. ACCTUPD-RPT.TXT: per merchant, updates sent and
      *             how many the merchant has picked up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-COF-UPDATE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CC-TRAN.
       COPY SELECT-COF.
       COPY SELECT-ACCTUPD.
       COPY SELECT-CHOLD.
       COPY SELECT-CARDHIST.
       COPY SELECT-AUTHUSER.
       COPY SELECT-MER.
       SELECT ACU-RPT-FILE
               ASSIGN TO 'ACCTUPD-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CC-TRAN.
       COPY FD-COF.
       COPY FD-ACCTUPD.
       COPY FD-CHOLD.
       COPY FD-CARDHIST.
       COPY FD-AUTHUSER.
       COPY FD-MER.
       FD  ACU-RPT-FILE.
       01  ACU-RPT-LINE                PIC X(90).
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TRAN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-TRAN-MONTH               PIC 9(6) VALUE ZERO.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-COF-EOF                  PIC X VALUE SPACES.
       01  WS-ACU-EOF                  PIC X VALUE SPACES.
       01  WS-AUS-EOF                  PIC X VALUE SPACES.
       01  WS-CC-AVAIL                 PIC X VALUE 'N'.
       01  WS-CDH-AVAIL                PIC X VALUE 'N'.
       01  WS-AUS-AVAIL                PIC X VALUE 'N'.
       01  WS-MER-AVAIL                PIC X VALUE 'N'.
      * CARD STATE LOOKUP (600-CARD-STATE): IN - ACCOUNT AND CARD;
      * OUT - 'C' CURRENT WITH ITS EXPIRATION, 'R' RETIRED WITH THE
      * NUMBER NOW IN USE, 'X' ACCOUNT CLOSED OR GONE, 'U' UNKNOWN.
       01  WS-CHK-CH-ID                PIC 9(8) VALUE ZERO.
       01  WS-CHK-CARD                 PIC 9(16) VALUE ZERO.
       01  WS-CHK-STATE                PIC X VALUE SPACE.
       01  WS-CHK-NEW-CARD             PIC 9(16) VALUE ZERO.
       01  WS-CHK-EXP                  PIC 9(6) VALUE ZERO.
       01  WS-CHK-HOPS                 PIC 9 VALUE ZERO.
       01  WS-CHK-DONE                 PIC X VALUE SPACE.
      * SAVED REGISTRY ENTRY WHILE ITS REPLACEMENT IS FILED.
       01  WS-SAVE-COF                 PIC X(70) VALUE SPACES.
       01  WS-OUT-ACTION               PIC X VALUE SPACE.
       01  WS-GROUP-MER                PIC 9(8) VALUE ZERO.
       01  WS-GROUP-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-GROUP-OPEN               PIC X VALUE 'N'.
       01  WS-NEW-COF-CTR              PIC 9(7) VALUE ZERO.
       01  WS-PICKUP-CTR               PIC 9(7) VALUE ZERO.
       01  WS-UPD-CTR                  PIC 9(7) VALUE ZERO.
       01  WS-RPT-MER                  PIC 9(8) VALUE ZERO.
       01  WS-RPT-SENT                 PIC 9(7) VALUE ZERO.
       01  WS-RPT-PICKED               PIC 9(7) VALUE ZERO.
       01  WS-RPT-OPEN                 PIC 9(7) VALUE ZERO.
       01  WS-RPT-CLOSED               PIC 9(7) VALUE ZERO.
       01  WS-RPT-NAME                 PIC X(25) VALUE SPACES.
       01  WS-RPT-DETAIL.
           03  WS-RD-MER-ID            PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  WS-RD-NAME              PIC X(25).
           03  FILLER                  PIC X(1) VALUE SPACES.
           03  WS-RD-SENT              PIC Z(6)9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  WS-RD-PICKED            PIC Z(6)9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  WS-RD-OPEN              PIC Z(6)9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  WS-RD-CLOSED            PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-COF-UPDATE' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN INPUT CH-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'COF UPDATE - NO CARDHOLDER FILE, NOTHING DONE'
               GOBACK
           END-IF.
           OPEN I-O COF-FILE.
           IF WS-STAT = 35
               CLOSE COF-FILE
               OPEN OUTPUT COF-FILE
               CLOSE COF-FILE
               OPEN I-O COF-FILE
           END-IF.
           OPEN I-O ACU-FILE.
           IF WS-STAT = 35
               CLOSE ACU-FILE
               OPEN OUTPUT ACU-FILE
               CLOSE ACU-FILE
               OPEN I-O ACU-FILE
           END-IF.
           OPEN INPUT CC-TRAN-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CC-AVAIL
           END-IF.
           OPEN INPUT CDH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CDH-AVAIL
           END-IF.
           OPEN INPUT AUS-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-AUS-AVAIL
           END-IF.
           OPEN INPUT MER-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-MER-AVAIL
           END-IF.
           OPEN OUTPUT ACU-OUT-FILE
                       ACU-RPT-FILE.
           IF WS-CC-AVAIL = 'Y'
               PERFORM 200-SCAN-TRAN
               CLOSE CC-TRAN-FILE
           END-IF.
           PERFORM 300-WALK-REGISTRY.
           PERFORM 500-PICKUP-REPORT.
           CLOSE CH-FILE
                 COF-FILE
                 ACU-FILE
                 ACU-OUT-FILE
                 ACU-RPT-FILE.
           MOVE 'ACCTUPD-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-COF-UPDATE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-CDH-AVAIL = 'Y'
               CLOSE CDH-FILE
           END-IF.
           IF WS-AUS-AVAIL = 'Y'
               CLOSE AUS-FILE
           END-IF.
           IF WS-MER-AVAIL = 'Y'
               CLOSE MER-FILE
           END-IF.
           DISPLAY 'COF UPDATE COMPLETE - ' WS-NEW-COF-CTR
                   ' NEW ON FILE, ' WS-UPD-CTR ' UPDATES SENT, '
                   WS-PICKUP-CTR ' PICKED UP'.
           GOBACK.
      ******************************************************************
      * CC-TRAN RUNS BY ACCOUNT AND TIMESTAMP, SO A GIVEN MERCHANT'S
      * CHARGES ON A CARD ARRIVE OLDEST FIRST AND A RERUN OVER THE
      * SAME CHARGES CHANGES NOTHING.
      ******************************************************************
       200-SCAN-TRAN.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF CC-TYPE-PURCHASE AND CC-MER-ID > ZERO
                           AND CC-TRAN-CARD > ZERO
                       MOVE CC-TRAN-YEAR  TO WS-TRAN-DATE (1:4)
                       MOVE CC-TRAN-MONTH TO WS-TRAN-DATE (5:2)
                       MOVE CC-TRAN-DAY   TO WS-TRAN-DATE (7:2)
                       MOVE WS-TRAN-DATE (1:6) TO WS-TRAN-MONTH
                       PERFORM 210-REGISTER
                       PERFORM 220-PICKUP
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       210-REGISTER.
       MOVE CC-MER-ID TO COF-MER-ID.
       MOVE CC-TRAN-CARD TO COF-CARD.
       READ COF-FILE
           INVALID KEY
               PERFORM 215-FIRST-SEEN
               EXIT PARAGRAPH
       END-READ.
       EVALUATE TRUE
           WHEN COF-SEEN
               IF WS-TRAN-MONTH > COF-SEEN-MONTH
                   MOVE CC-ID TO WS-CHK-CH-ID
                   MOVE COF-CARD TO WS-CHK-CARD
                   PERFORM 600-CARD-STATE
                   MOVE 'A' TO COF-STATUS
                   MOVE WS-TODAY TO COF-ADD-DATE
                   MOVE WS-CHK-EXP TO COF-EXP
                   ADD 1 TO WS-NEW-COF-CTR
               END-IF
           WHEN COF-ON-FILE
               CONTINUE
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       IF WS-TRAN-MONTH > COF-SEEN-MONTH
           MOVE WS-TRAN-MONTH TO COF-SEEN-MONTH
       END-IF.
       IF WS-TRAN-DATE > COF-LAST-USE
           MOVE WS-TRAN-DATE TO COF-LAST-USE
       END-IF.
       REWRITE COF-REC.
      ******************************************************************
      * A NUMBER ALREADY RETIRED IS NEVER PUT ON FILE; A MERCHANT
      * STILL CHARGING IT IS RUNNING ON THE GRACE WINDOW.
      ******************************************************************
       215-FIRST-SEEN.
       IF WS-CDH-AVAIL = 'Y'
           MOVE CC-TRAN-CARD TO CDH-CARD
           READ CDH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
       END-IF.
       MOVE CC-MER-ID TO COF-MER-ID.
       MOVE CC-TRAN-CARD TO COF-CARD.
       MOVE CC-ID TO COF-CH-ID.
       MOVE 'R' TO COF-SOURCE.
       MOVE 'S' TO COF-STATUS.
       MOVE WS-TRAN-MONTH TO COF-SEEN-MONTH.
       MOVE WS-TRAN-DATE TO COF-LAST-USE.
       MOVE ZERO TO COF-EXP.
       MOVE ZERO TO COF-ADD-DATE.
       WRITE COF-REC
           INVALID KEY
               CONTINUE
       END-WRITE.
      ******************************************************************
      * A CHARGE FROM THE MERCHANT ON THE CARD WE TOLD IT TO USE,
      * DATED AFTER THE NOTICE, IS THE MERCHANT PICKING IT UP.
      ******************************************************************
       220-PICKUP.
       MOVE SPACES TO WS-ACU-EOF.
       MOVE CC-MER-ID TO ACU-MER-ID.
       MOVE CC-TRAN-CARD TO ACU-NEW-CARD.
       MOVE ZERO TO ACU-OLD-CARD.
       MOVE ZERO TO ACU-SENT-DATE.
       START ACU-FILE KEY NOT LESS THAN ACU-KEY
           INVALID KEY
               MOVE 'Y' TO WS-ACU-EOF
       END-START.
       PERFORM UNTIL WS-ACU-EOF = 'Y'
           READ ACU-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACU-EOF
               NOT AT END
                   IF ACU-MER-ID NOT = CC-MER-ID
                           OR ACU-NEW-CARD NOT = CC-TRAN-CARD
                       MOVE 'Y' TO WS-ACU-EOF
                   ELSE
                       IF ACU-SENT AND WS-TRAN-DATE > ACU-SENT-DATE
                           MOVE 'P' TO ACU-STATUS
                           MOVE WS-TRAN-DATE TO ACU-PICKUP-DATE
                           REWRITE ACU-REC
                           ADD 1 TO WS-PICKUP-CTR
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE REGISTRY RUNS BY MERCHANT, SO EACH MERCHANT'S UPDATES
      * COME OUT TOGETHER UNDER ONE HEADER.
      ******************************************************************
       300-WALK-REGISTRY.
       MOVE SPACES TO WS-COF-EOF.
       MOVE ZERO TO COF-MER-ID.
       MOVE ZERO TO COF-CARD.
       START COF-FILE KEY NOT LESS THAN COF-KEY
           INVALID KEY
               MOVE 'Y' TO WS-COF-EOF
       END-START.
       PERFORM UNTIL WS-COF-EOF = 'Y'
           READ COF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COF-EOF
               NOT AT END
                   IF COF-ON-FILE
                       PERFORM 310-CHECK-ONE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-GROUP-OPEN = 'Y'
           PERFORM 420-MERCHANT-TRAILER
       END-IF.
      ******************************************************************
       310-CHECK-ONE.
       MOVE COF-CH-ID TO WS-CHK-CH-ID.
       MOVE COF-CARD TO WS-CHK-CARD.
       PERFORM 600-CARD-STATE.
       EVALUATE WS-CHK-STATE
           WHEN 'X'
               MOVE 'C' TO WS-OUT-ACTION
               MOVE ZERO TO WS-CHK-NEW-CARD
               MOVE ZERO TO WS-CHK-EXP
               PERFORM 400-SEND-UPDATE
               MOVE 'X' TO COF-STATUS
               REWRITE COF-REC
           WHEN 'R'
               MOVE 'N' TO WS-OUT-ACTION
               PERFORM 400-SEND-UPDATE
               PERFORM 320-MOVE-TO-NEW
           WHEN 'C'
               IF COF-EXP = ZERO
                   MOVE WS-CHK-EXP TO COF-EXP
                   REWRITE COF-REC
               ELSE
                   IF WS-CHK-EXP NOT = COF-EXP
                       MOVE 'E' TO WS-OUT-ACTION
                       MOVE COF-CARD TO WS-CHK-NEW-CARD
                       PERFORM 400-SEND-UPDATE
                       MOVE WS-CHK-EXP TO COF-EXP
                       REWRITE COF-REC
                   END-IF
               END-IF
       END-EVALUATE.
      ******************************************************************
      * THE OLD NUMBER STAYS BEHIND AS 'U'; THE MERCHANT NOW HOLDS THE
      * NEW ONE, ON FILE WITH THE EXPIRATION IT WAS JUST SENT.
      ******************************************************************
       320-MOVE-TO-NEW.
       MOVE 'U' TO COF-STATUS.
       REWRITE COF-REC.
       MOVE COF-REC TO WS-SAVE-COF.
       MOVE WS-CHK-NEW-CARD TO COF-CARD.
       READ COF-FILE
           INVALID KEY
               MOVE WS-SAVE-COF TO COF-REC
               MOVE WS-CHK-NEW-CARD TO COF-CARD
               MOVE 'A' TO COF-STATUS
               MOVE WS-CHK-EXP TO COF-EXP
               MOVE WS-TODAY TO COF-ADD-DATE
               WRITE COF-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           NOT INVALID KEY
               MOVE 'A' TO COF-STATUS
               MOVE WS-CHK-EXP TO COF-EXP
               REWRITE COF-REC
       END-READ.
      * PUT THE WALK BACK ON THE OLD ENTRY BEFORE READING ON.
       MOVE WS-SAVE-COF TO COF-REC.
       START COF-FILE KEY GREATER THAN COF-KEY
           INVALID KEY
               MOVE 'Y' TO WS-COF-EOF
       END-START.
      ******************************************************************
       400-SEND-UPDATE.
       IF WS-GROUP-OPEN = 'Y' AND COF-MER-ID NOT = WS-GROUP-MER
           PERFORM 420-MERCHANT-TRAILER
       END-IF.
       IF WS-GROUP-OPEN NOT = 'Y'
           PERFORM 410-MERCHANT-HEADER
       END-IF.
       MOVE SPACES TO ACU-OUT-REC.
       MOVE 'D' TO UPO-TYPE.
       MOVE COF-MER-ID TO UPO-MER-ID.
       MOVE COF-CARD TO UPO-OLD-CARD.
       MOVE WS-CHK-NEW-CARD TO UPO-NEW-CARD.
       MOVE WS-CHK-EXP TO UPO-NEW-EXP.
       EVALUATE WS-OUT-ACTION
           WHEN 'N'
               MOVE 'NEW NUMBER' TO UPO-ACTION
           WHEN 'E'
               MOVE 'NEW EXPIRY' TO UPO-ACTION
           WHEN 'C'
               MOVE 'ACCOUNT CLOSED' TO UPO-ACTION
       END-EVALUATE.
       WRITE ACU-OUT-REC.
       ADD 1 TO WS-GROUP-COUNT.
       ADD 1 TO WS-UPD-CTR.
       MOVE COF-MER-ID TO ACU-MER-ID.
       MOVE WS-CHK-NEW-CARD TO ACU-NEW-CARD.
       MOVE COF-CARD TO ACU-OLD-CARD.
       MOVE WS-TODAY TO ACU-SENT-DATE.
       MOVE COF-CH-ID TO ACU-CH-ID.
       MOVE WS-CHK-EXP TO ACU-NEW-EXP.
       MOVE WS-OUT-ACTION TO ACU-ACTION.
       IF WS-OUT-ACTION = 'C'
           MOVE 'X' TO ACU-STATUS
       ELSE
           MOVE 'S' TO ACU-STATUS
       END-IF.
       MOVE ZERO TO ACU-PICKUP-DATE.
       WRITE ACU-REC
           INVALID KEY
               REWRITE ACU-REC
       END-WRITE.
      ******************************************************************
       410-MERCHANT-HEADER.
       MOVE COF-MER-ID TO WS-GROUP-MER.
       MOVE ZERO TO WS-GROUP-COUNT.
       MOVE 'Y' TO WS-GROUP-OPEN.
       MOVE SPACES TO ACU-OUT-REC.
       MOVE 'H' TO UPOH-TYPE.
       MOVE COF-MER-ID TO UPOH-MER-ID.
       MOVE COF-MER-ID TO WS-RPT-MER.
       PERFORM 550-MERCHANT-NAME.
       MOVE WS-RPT-NAME TO UPOH-MER-NAME.
       MOVE WS-TODAY TO UPOH-DATE.
       WRITE ACU-OUT-REC.
      ******************************************************************
       420-MERCHANT-TRAILER.
       MOVE SPACES TO ACU-OUT-REC.
       MOVE 'T' TO UPOT-TYPE.
       MOVE WS-GROUP-MER TO UPOT-MER-ID.
       MOVE WS-GROUP-COUNT TO UPOT-COUNT.
       WRITE ACU-OUT-REC.
       MOVE 'N' TO WS-GROUP-OPEN.
      ******************************************************************
      * EVERY UPDATE EVER SENT, ONE LINE PER MERCHANT: SENT, PICKED
      * UP, STILL OUTSTANDING, AND CLOSED-ACCOUNT NOTICES.
      ******************************************************************
       500-PICKUP-REPORT.
       MOVE SPACES TO ACU-RPT-LINE.
       STRING 'ACCOUNT UPDATER PICKUP REPORT ' WS-TODAY
               DELIMITED BY SIZE INTO ACU-RPT-LINE.
       WRITE ACU-RPT-LINE.
       MOVE SPACES TO ACU-RPT-LINE.
       MOVE 'MERCHANT' TO ACU-RPT-LINE (1:8).
       MOVE 'NAME'     TO ACU-RPT-LINE (11:4).
       MOVE 'SENT'     TO ACU-RPT-LINE (40:4).
       MOVE 'PICKED'   TO ACU-RPT-LINE (47:6).
       MOVE 'OPEN'     TO ACU-RPT-LINE (58:4).
       MOVE 'CLOSED'   TO ACU-RPT-LINE (65:6).
       WRITE ACU-RPT-LINE.
       MOVE ZERO TO WS-RPT-MER.
       MOVE SPACES TO WS-ACU-EOF.
       MOVE LOW-VALUES TO ACU-KEY.
       START ACU-FILE KEY NOT LESS THAN ACU-KEY
           INVALID KEY
               MOVE 'Y' TO WS-ACU-EOF
       END-START.
       PERFORM UNTIL WS-ACU-EOF = 'Y'
           READ ACU-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACU-EOF
               NOT AT END
                   IF ACU-MER-ID NOT = WS-RPT-MER
                       IF WS-RPT-MER NOT = ZERO
                           PERFORM 510-REPORT-LINE
                       END-IF
                       MOVE ACU-MER-ID TO WS-RPT-MER
                       MOVE ZERO TO WS-RPT-SENT
                                    WS-RPT-PICKED
                                    WS-RPT-OPEN
                                    WS-RPT-CLOSED
                   END-IF
                   ADD 1 TO WS-RPT-SENT
                   EVALUATE TRUE
                       WHEN ACU-PICKED-UP
                           ADD 1 TO WS-RPT-PICKED
                       WHEN ACU-NO-PICKUP
                           ADD 1 TO WS-RPT-CLOSED
                       WHEN OTHER
                           ADD 1 TO WS-RPT-OPEN
                   END-EVALUATE
           END-READ
       END-PERFORM.
       IF WS-RPT-MER NOT = ZERO
           PERFORM 510-REPORT-LINE
       END-IF.
      ******************************************************************
       510-REPORT-LINE.
       PERFORM 550-MERCHANT-NAME.
       MOVE WS-RPT-MER TO WS-RD-MER-ID.
       MOVE WS-RPT-NAME TO WS-RD-NAME.
       MOVE WS-RPT-SENT TO WS-RD-SENT.
       MOVE WS-RPT-PICKED TO WS-RD-PICKED.
       MOVE WS-RPT-OPEN TO WS-RD-OPEN.
       MOVE WS-RPT-CLOSED TO WS-RD-CLOSED.
       MOVE WS-RPT-DETAIL TO ACU-RPT-LINE.
       WRITE ACU-RPT-LINE.
      ******************************************************************
       550-MERCHANT-NAME.
       MOVE SPACES TO WS-RPT-NAME.
       IF WS-MER-AVAIL = 'Y'
           MOVE WS-RPT-MER TO MER-ID
           READ MER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MER-NAME TO WS-RPT-NAME
           END-READ
       END-IF.
      ******************************************************************
      * WHERE DOES THIS CARD STAND TODAY? A RETIRED NUMBER IS FOLLOWED
      * THROUGH CARD HISTORY TO THE ONE NOW IN USE (A FEW HOPS FOR A
      * CARD REPLACED MORE THAN ONCE); HISTORY FILED BEFORE THE NEW
      * NUMBER WAS KEPT FALLS BACK TO THE PRIMARY CARD.
      ******************************************************************
       600-CARD-STATE.
       MOVE 'U' TO WS-CHK-STATE.
       MOVE ZERO TO WS-CHK-NEW-CARD.
       MOVE ZERO TO WS-CHK-EXP.
       MOVE WS-CHK-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               MOVE 'X' TO WS-CHK-STATE
               EXIT PARAGRAPH
       END-READ.
       IF CH-STAT-CLOSED OR CH-STAT-CHARGED-OFF
           MOVE 'X' TO WS-CHK-STATE
           EXIT PARAGRAPH
       END-IF.
       PERFORM 610-CURRENT-CARD.
       IF WS-CHK-STATE = 'C' OR WS-CDH-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-CHK-CARD TO WS-CHK-NEW-CARD.
       MOVE ZERO TO WS-CHK-HOPS.
       MOVE 'N' TO WS-CHK-DONE.
       PERFORM UNTIL WS-CHK-DONE = 'Y'
           MOVE WS-CHK-NEW-CARD TO CDH-CARD
           READ CDH-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-CHK-DONE
               NOT INVALID KEY
                   ADD 1 TO WS-CHK-HOPS
                   IF CDH-NEW-CARD = ZERO
                       MOVE CH-CC TO WS-CHK-NEW-CARD
                   ELSE
                       MOVE CDH-NEW-CARD TO WS-CHK-NEW-CARD
                   END-IF
                   IF WS-CHK-HOPS > 5
                       MOVE 'Y' TO WS-CHK-DONE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-CHK-HOPS = ZERO
           MOVE ZERO TO WS-CHK-NEW-CARD
           EXIT PARAGRAPH
       END-IF.
       MOVE 'R' TO WS-CHK-STATE.
       IF WS-CHK-NEW-CARD = CH-CC-2
           MOVE CH-CC-2-EXP TO WS-CHK-EXP
       ELSE
           MOVE CH-CC-EXP TO WS-CHK-EXP
       END-IF.
      ******************************************************************
      * STILL ONE OF THE ACCOUNT'S OWN NUMBERS, OR AN ACTIVE AUTHORIZED
      * USER'S (WHOSE PLASTIC RUNS ON THE PRIMARY CARD'S DATE).
      ******************************************************************
       610-CURRENT-CARD.
       EVALUATE TRUE
           WHEN WS-CHK-CARD = CH-CC
               MOVE 'C' TO WS-CHK-STATE
               MOVE CH-CC-EXP TO WS-CHK-EXP
               EXIT PARAGRAPH
           WHEN WS-CHK-CARD = CH-CC-2
               MOVE 'C' TO WS-CHK-STATE
               MOVE CH-CC-2-EXP TO WS-CHK-EXP
               EXIT PARAGRAPH
       END-EVALUATE.
       IF WS-AUS-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-AUS-EOF.
       MOVE CH-ID TO AUS-CH-ID.
       MOVE ZERO TO AUS-SEQ.
       START AUS-FILE KEY NOT LESS THAN AUS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-AUS-EOF
       END-START.
       PERFORM UNTIL WS-AUS-EOF = 'Y'
           READ AUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AUS-EOF
               NOT AT END
                   IF AUS-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-AUS-EOF
                   ELSE
                       IF AUS-CARD = WS-CHK-CARD AND AUS-ACTIVE
                           MOVE 'C' TO WS-CHK-STATE
                           MOVE CH-CC-EXP TO WS-CHK-EXP
                           MOVE 'Y' TO WS-AUS-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
