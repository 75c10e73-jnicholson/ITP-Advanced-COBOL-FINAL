      ******************************************************************
      *PROGRAM:  Capital One Card Controls Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Maintains the cardholder's own card controls on
      *          CARDCTRL.DAT: merchant categories never to approve
      *          (eight per row, matched against MER-CATEGORY) and an
      *          optional per-transaction cap, either for the whole
      *          account or for one authorized user's card from
      *          AUTHUSER.DAT - the parent who lets a teenager carry a
      *          card but never at the casino. G3-LINK-CC-CTRL applies
      *          them at authorization. Every change is audited and
      *          written to the profile change history (CHHIST.TXT)
      *          with its before and after image. Reached from
      *          G3-CAP1-MAIN option M.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-CARDCTL IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-AUTHUSER.
       COPY SELECT-CARDCTRL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-AUTHUSER.
       COPY FD-CARDCTRL.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01 WS-ACCOUNT                   PIC 9(8).
       01 WS-AUS-EOF                   PIC X VALUE SPACES.
       01 WS-CTL-EOF                   PIC X VALUE SPACES.
       01 WS-CTL-IDX                   PIC 99 VALUE ZERO.
       01 WS-CTL-HIT                   PIC 99 VALUE ZERO.
       01 WS-CTL-NEW                   PIC X VALUE 'N'.
       01 WS-CTL-OK                    PIC X VALUE 'N'.
       01 WS-IN-SEQ                    PIC 99 VALUE ZERO.
       01 WS-IN-CAT                    PIC X(10) VALUE SPACES.
       01 WS-IN-CAP                    PIC 9(7)V99 VALUE ZERO.
       01 WS-TGT-CARD                  PIC 9(16) VALUE ZERO.
       01 WS-TGT-SEQ                   PIC 99 VALUE ZERO.
       01 WS-TODAY                     PIC 9(8) VALUE ZERO.
       01 WS-CAP-ED                    PIC Z,ZZZ,ZZ9.99.
       01 WS-CHH-FIELD                 PIC X(12) VALUE SPACES.
       01 WS-CHH-OLD                   PIC X(35) VALUE SPACES.
       01 WS-CHH-NEW                   PIC X(35) VALUE SPACES.

       SCREEN SECTION.
       COPY SCREEN-CAP1-U-EDIT.

       01 CTL-MENU-SCREEN.
           03  BLANK SCREEN.
           03  LINE 01 COL 01 PIC X(20) FROM CAP1-M-PROG.
           03  LINE 01 COL 38 VALUE "TEAM 3".
           03  LINE 06 COL 30 VALUE "CARD CONTROLS".
           03  LINE 08 COL 30 VALUE "ACCOUNT:".
           03  LINE 08 COL 40 PIC 9(8) FROM WS-ACCOUNT.
           03  LINE 10 COL 30 VALUE "1) Show controls".
           03  LINE 11 COL 30 VALUE "2) Block a category".
           03  LINE 12 COL 30 VALUE "3) Unblock a category".
           03  LINE 13 COL 30 VALUE "4) Set per-charge cap".
           03  LINE 15 COL 30 VALUE "Selection   (X=exit)".
           03  LINE 15 COL 41 PIC X TO CAP1-M-SEL AUTO.

       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE 'G3-CAP1-CARDCTL' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       OPEN INPUT CH-FILE.
       OPEN INPUT AUS-FILE.
       IF WS-STAT = 35
           CLOSE AUS-FILE
           OPEN OUTPUT AUS-FILE
           CLOSE AUS-FILE
           OPEN INPUT AUS-FILE
       END-IF.
       OPEN I-O CTL-FILE.
       IF WS-STAT = 35
           CLOSE CTL-FILE
           OPEN OUTPUT CTL-FILE
           CLOSE CTL-FILE
           OPEN I-O CTL-FILE
       END-IF.
       PERFORM 100-CHECK.
       PERFORM UNTIL CAP1-M-SEL = 'X' OR 'x'
           DISPLAY CTL-MENU-SCREEN
           ACCEPT CTL-MENU-SCREEN
           EVALUATE CAP1-M-SEL
               WHEN '1' PERFORM 200-SHOW
               WHEN '2' PERFORM 300-BLOCK
               WHEN '3' PERFORM 400-UNBLOCK
               WHEN '4' PERFORM 500-SET-CAP
           END-EVALUATE
       END-PERFORM.
       CLOSE CH-FILE
             AUS-FILE
             CTL-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-CHECK.
       DISPLAY IDSCREEN.
       ACCEPT CHOOSEID.
       IF CAP1-SEARCH = '99999999'
           CLOSE CH-FILE
                 AUS-FILE
                 CTL-FILE
           EXIT PROGRAM
       END-IF.
       MOVE CAP1-SEARCH TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               MOVE 'INVALID ID' TO CAP1-MSG
               PERFORM 100-CHECK
           NOT INVALID KEY
               MOVE SPACES TO CAP1-MSG
               MOVE CH-ID TO WS-ACCOUNT
       END-READ.
      ******************************************************************
      * EVERY CONTROL ROW ON THE ACCOUNT - THE ACCOUNT-WIDE ROW SORTS
      * FIRST ON ITS ZERO CARD KEY, THEN ONE PER AUTHORIZED USER.
      ******************************************************************
       200-SHOW.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CARD CONTROLS ON ACCOUNT ' WS-ACCOUNT.
       MOVE SPACES TO WS-CTL-EOF.
       MOVE WS-ACCOUNT TO CTL-CH-ID.
       MOVE ZERO TO CTL-CARD.
       START CTL-FILE KEY NOT LESS THAN CTL-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CTL-EOF
       END-START.
       PERFORM UNTIL WS-CTL-EOF = 'Y'
           READ CTL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CTL-EOF
               NOT AT END
                   IF CTL-CH-ID NOT = WS-ACCOUNT
                       MOVE 'Y' TO WS-CTL-EOF
                   ELSE
                       PERFORM 250-SHOW-ROW
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       250-SHOW-ROW.
       IF CTL-CARD = ZERO
           DISPLAY 'WHOLE ACCOUNT:'
       ELSE
           DISPLAY 'AUTHORIZED USER ' CTL-AUS-SEQ ' CARD ' CTL-CARD ':'
       END-IF.
       PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL WS-CTL-IDX > 8
           IF CTL-BLOCK-CAT (WS-CTL-IDX) NOT = SPACES
               DISPLAY '   BLOCKED: ' CTL-BLOCK-CAT (WS-CTL-IDX)
           END-IF
       END-PERFORM.
       IF CTL-TXN-CAP > ZERO
           MOVE CTL-TXN-CAP TO WS-CAP-ED
           DISPLAY '   PER-CHARGE CAP: ' WS-CAP-ED
       ELSE
           DISPLAY '   PER-CHARGE CAP: NONE'
       END-IF.
       DISPLAY '   LAST CHANGED ' CTL-UPD-DATE ' BY ' CTL-UPD-BY.
      ******************************************************************
      * WHICH ROW A CHANGE LANDS ON: 00 IS THE WHOLE ACCOUNT, ANY
      * OTHER NUMBER AN ACTIVE AUTHORIZED USER'S SEQUENCE. LEAVES THE
      * ROW IN CTL-REC (BLANK AND FLAGGED NEW IF NONE YET) WITH
      * WS-CTL-OK 'Y', OR 'N' WHEN THE USER DOES NOT EXIST.
      ******************************************************************
       150-PICK-ROW.
       MOVE 'N' TO WS-CTL-OK.
       DISPLAY 'WHOLE ACCOUNT (00) OR AUTHORIZED USER SEQ:'.
       ACCEPT WS-IN-SEQ.
       MOVE ZERO TO WS-TGT-CARD.
       MOVE ZERO TO WS-TGT-SEQ.
       IF WS-IN-SEQ NOT = ZERO
           MOVE WS-ACCOUNT TO AUS-CH-ID
           MOVE WS-IN-SEQ TO AUS-SEQ
           READ AUS-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH AUTHORIZED USER'
                   EXIT PARAGRAPH
           END-READ
           IF NOT AUS-ACTIVE OR AUS-CARD = ZERO
               DISPLAY 'THAT AUTHORIZED USER HAS NO ACTIVE CARD'
               EXIT PARAGRAPH
           END-IF
           MOVE AUS-CARD TO WS-TGT-CARD
           MOVE WS-IN-SEQ TO WS-TGT-SEQ
       END-IF.
       MOVE WS-ACCOUNT TO CTL-CH-ID.
       MOVE WS-TGT-CARD TO CTL-CARD.
       MOVE 'N' TO WS-CTL-NEW.
       READ CTL-FILE
           INVALID KEY
               MOVE 'Y' TO WS-CTL-NEW
               MOVE SPACES TO CTL-BLOCK-TABLE
               MOVE ZERO TO CTL-TXN-CAP
       END-READ.
       MOVE WS-TGT-SEQ TO CTL-AUS-SEQ.
       MOVE 'Y' TO WS-CTL-OK.
      ******************************************************************
       300-BLOCK.
       PERFORM 150-PICK-ROW.
       IF WS-CTL-OK NOT = 'Y'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'MERCHANT CATEGORY TO BLOCK (EG GAMBLING, LIQUOR):'.
       ACCEPT WS-IN-CAT.
       MOVE FUNCTION UPPER-CASE (WS-IN-CAT) TO WS-IN-CAT.
       IF WS-IN-CAT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-CTL-HIT.
       PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL WS-CTL-IDX > 8
           IF CTL-BLOCK-CAT (WS-CTL-IDX) = WS-IN-CAT
               DISPLAY 'ALREADY BLOCKED'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
           END-IF
           IF CTL-BLOCK-CAT (WS-CTL-IDX) = SPACES AND WS-CTL-HIT = ZERO
               MOVE WS-CTL-IDX TO WS-CTL-HIT
           END-IF
       END-PERFORM.
       IF WS-CTL-HIT = ZERO
           DISPLAY 'ALL EIGHT BLOCK SLOTS IN USE - UNBLOCK ONE FIRST'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-CAT TO CTL-BLOCK-CAT (WS-CTL-HIT).
       PERFORM 600-SAVE-ROW.
       MOVE 'BLOCK CAT' TO WS-CHH-FIELD.
       MOVE SPACES TO WS-CHH-OLD.
       MOVE WS-IN-CAT TO WS-CHH-NEW.
       PERFORM 700-LOG-CHANGE.
       DISPLAY 'CATEGORY BLOCKED'.
       PERFORM 900-PAUSE.
      ******************************************************************
       400-UNBLOCK.
       PERFORM 150-PICK-ROW.
       IF WS-CTL-OK NOT = 'Y'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'MERCHANT CATEGORY TO UNBLOCK:'.
       ACCEPT WS-IN-CAT.
       MOVE FUNCTION UPPER-CASE (WS-IN-CAT) TO WS-IN-CAT.
       MOVE ZERO TO WS-CTL-HIT.
       PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL WS-CTL-IDX > 8
           IF CTL-BLOCK-CAT (WS-CTL-IDX) = WS-IN-CAT
                   AND WS-IN-CAT NOT = SPACES
               MOVE WS-CTL-IDX TO WS-CTL-HIT
           END-IF
       END-PERFORM.
       IF WS-CTL-HIT = ZERO OR WS-CTL-NEW = 'Y'
           DISPLAY 'THAT CATEGORY IS NOT BLOCKED'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO CTL-BLOCK-CAT (WS-CTL-HIT).
       PERFORM 600-SAVE-ROW.
       MOVE 'BLOCK CAT' TO WS-CHH-FIELD.
       MOVE WS-IN-CAT TO WS-CHH-OLD.
       MOVE SPACES TO WS-CHH-NEW.
       PERFORM 700-LOG-CHANGE.
       DISPLAY 'CATEGORY UNBLOCKED'.
       PERFORM 900-PAUSE.
      ******************************************************************
       500-SET-CAP.
       PERFORM 150-PICK-ROW.
       IF WS-CTL-OK NOT = 'Y'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       MOVE CTL-TXN-CAP TO WS-CAP-ED.
       DISPLAY 'CURRENT PER-CHARGE CAP: ' WS-CAP-ED.
       DISPLAY 'NEW CAP IN CENTS (000050000 = 500.00, ZERO = NONE):'.
       ACCEPT WS-IN-CAP.
       IF WS-IN-CAP = CTL-TXN-CAP
           DISPLAY 'NO CHANGE'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'TXN CAP' TO WS-CHH-FIELD.
       MOVE CTL-TXN-CAP TO WS-CAP-ED.
       MOVE WS-CAP-ED TO WS-CHH-OLD.
       MOVE WS-IN-CAP TO WS-CAP-ED.
       MOVE WS-CAP-ED TO WS-CHH-NEW.
       MOVE WS-IN-CAP TO CTL-TXN-CAP.
       PERFORM 600-SAVE-ROW.
       PERFORM 700-LOG-CHANGE.
       DISPLAY 'PER-CHARGE CAP UPDATED'.
       PERFORM 900-PAUSE.
      ******************************************************************
       600-SAVE-ROW.
       MOVE WS-TODAY TO CTL-UPD-DATE.
       MOVE WS-OPERATOR-ID TO CTL-UPD-BY.
       IF WS-CTL-NEW = 'Y'
           WRITE CTL-REC
           MOVE 'N' TO WS-CTL-NEW
       ELSE
           REWRITE CTL-REC
       END-IF.
      ******************************************************************
      * AN AUTHORIZED USER'S ROW CARRIES THE SEQUENCE ON THE HISTORY
      * FIELD NAME ('BLOCK CAT 02') SO THE WHOLE-ACCOUNT CHANGES READ
      * APART FROM ONE CARD'S.
      ******************************************************************
       700-LOG-CHANGE.
       IF WS-TGT-SEQ NOT = ZERO
           MOVE WS-TGT-SEQ TO WS-CHH-FIELD (11:2)
       END-IF.
       CALL 'G3-CAP1-CHHIST' USING WS-ACCOUNT, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE 'CARDCT' TO WS-AUD-ACTION.
       MOVE WS-ACCOUNT TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
