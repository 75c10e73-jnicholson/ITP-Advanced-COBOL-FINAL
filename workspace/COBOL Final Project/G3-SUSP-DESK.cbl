      ******************************************************************
      *PROGRAM:  Group 3 Suspense Work Queue Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Works the suspense queue (SUSPENSE.DAT) that every
      *          batch intake files its unpostable items on. Lists
      *          the open items oldest first with their age, for one
      *          source or all, and the write-offs waiting on a
      *          supervisor. An open item is worked one of three
      *          ways: reposted through the normal path once the
      *          operator supplies the correction (account or card
      *          for a lockbox check, card and terminal for a
      *          merchant charge, which is then checked as the batch
      *          checks it, the original trace for an ACH return, the
      *          NSF desk for a bank return, a new merchant id for an
      *          import row); refunded to its source with the
      *          reference of the refund; or written off, which any
      *          operator may request but only a second operator with
      *          supervisor or admin sign-on may approve or decline.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-SUSP-DESK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-SUSPENSE.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-PAYABLE.
       COPY SELECT-MER.
       COPY SELECT-TERM.
      ******************************************************************
       DATA DIVISION.
       COPY FD-SUSPENSE.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-PAYABLE.
       COPY FD-MER.
       COPY FD-TERM.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-MENU-SEL                 PIC X VALUE SPACE.
       01  WS-ACTION                   PIC X VALUE SPACE.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-WORK-KEY                 PIC X(12) VALUE SPACES.
       01  WS-SAVE-KEY                 PIC X(12) VALUE SPACES.
       01  WS-SRC-FILTER               PIC X(3) VALUE SPACES.
       01  WS-LIST-MODE                PIC X VALUE 'O'.
       01  WS-SUS-EOF                  PIC X VALUE SPACES.
       01  WS-LIST-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-LIST-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.
       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-WORK-CARD                PIC X(16) VALUE SPACES.
       01  WS-WORK-TRACE               PIC X(15) VALUE SPACES.
       01  WS-WORK-NOTE                PIC X(40) VALUE SPACES.
       01  WS-POST-ID                  PIC 9(8) VALUE ZERO.
       01  WS-POST-CARD                PIC 9(16) VALUE ZERO.
       01  WS-POST-TRACE               PIC 9(15) VALUE ZERO.
       01  WS-REPOST-OK                PIC X VALUE 'N'.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-PAL-FUNC                 PIC X VALUE 'A'.
       01  WS-CARD-OK                  PIC X VALUE SPACE.
       01  WS-OLD-CARD-FLAG            PIC X VALUE 'N'.
       01  WS-DUP-FLAG                 PIC X VALUE 'N'.
       01  WS-WORK-TERM                PIC X(8) VALUE SPACES.
       01  WS-POST-TERM                PIC X(8) VALUE SPACES.
       01  WS-POST-LOC                 PIC 9(8) VALUE ZERO.
      * THE ORIGINAL MERCHANT BATCH LINE KEPT ON A SUSPENSE ITEM: THE
      * CHANNEL, ADDRESS-VERIFICATION DATA AND TERMINAL.
       01  WS-MB-ORIG.
           03  FILLER                  PIC X(82).
           03  WS-MB-CHANNEL           PIC X.
               88  WS-MB-NOT-PRESENT       VALUES 'M' 'T' 'E'.
           03  FILLER                  PIC X.
           03  WS-MB-AVS-ZIP           PIC X(5).
           03  FILLER                  PIC X.
           03  WS-MB-AVS-STREET        PIC X(10).
           03  FILLER                  PIC X.
           03  WS-MB-TERM-ID           PIC X(8).
           03  FILLER                  PIC X(31).
       01  LK-COMPLETED                PIC X VALUE SPACE.
       01  LK-REASON                   PIC XX VALUE SPACES.
       01  LK-PRICE                    PIC 9(7)V99 VALUE ZERO.
       01  LK-ITEM                     PIC X(25) VALUE SPACES.
       01  LK-TRAN-TYPE                PIC X VALUE 'W'.
       01  LK-TSTAMP-OUT               PIC X(16) VALUE SPACES.
       01  LK-AVS-RESULT               PIC X VALUE SPACE.

       01  OUT-SUS-LINE.
           03  OUT-SUS-DATE            PIC 9(8).
           03  OUT-SUS-SEQ             PIC 9(4).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-SUS-SOURCE          PIC X(3).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-SUS-AGE             PIC ZZZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-SUS-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-SUS-REASON          PIC X(30).
       01  OUT-SUS-TOTAL               PIC ZZZ,ZZZ,ZZ9.99.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-SUSP-DESK' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O SUS-FILE.
       IF WS-STAT = 35
           CLOSE SUS-FILE
           OPEN OUTPUT SUS-FILE
           CLOSE SUS-FILE
           OPEN I-O SUS-FILE
       END-IF.
       PERFORM 100-MENU UNTIL WS-MENU-SEL = 'X' OR 'x'.
       CLOSE SUS-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-MENU.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'SUSPENSE WORK QUEUE'.
       DISPLAY '  1) OPEN ITEMS'.
       DISPLAY '  2) WORK AN ITEM'.
       DISPLAY '  3) WRITE-OFFS AWAITING APPROVAL'.
       DISPLAY '  X) EXIT'.
       ACCEPT WS-MENU-SEL.
       EVALUATE WS-MENU-SEL
           WHEN '1'
               DISPLAY 'SOURCE - LBX, MBT, ACH, NSF, MIM (BLANK = ALL):'
               MOVE SPACES TO WS-SRC-FILTER
               ACCEPT WS-SRC-FILTER
               MOVE FUNCTION UPPER-CASE (WS-SRC-FILTER)
                   TO WS-SRC-FILTER
               MOVE 'O' TO WS-LIST-MODE
               PERFORM 200-LIST-ITEMS
           WHEN '2'
               PERFORM 300-WORK-ITEM
           WHEN '3'
               MOVE SPACES TO WS-SRC-FILTER
               MOVE 'P' TO WS-LIST-MODE
               PERFORM 200-LIST-ITEMS
       END-EVALUATE.
      ******************************************************************
      * THE FILE IS KEYED BY THE DAY THE ITEM WAS SUSPENDED, SO A
      * PASS FROM THE FRONT LISTS THE OLDEST FIRST.
      ******************************************************************
       200-LIST-ITEMS.
       DISPLAY BLANK-SCREEN.
       IF WS-LIST-MODE = 'P'
           DISPLAY 'WRITE-OFFS AWAITING SUPERVISOR APPROVAL'
       ELSE
           DISPLAY 'OPEN SUSPENSE ITEMS'
       END-IF.
       DISPLAY 'ITEM         SRC   AGE         AMOUNT REASON'.
       MOVE ZERO TO WS-LIST-CTR
                    WS-LIST-TOTAL.
       MOVE SPACES TO WS-SUS-EOF.
       MOVE ZERO TO SUS-DATE
                    SUS-SEQ.
       START SUS-FILE KEY NOT LESS THAN SUS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SUS-EOF
       END-START.
       PERFORM UNTIL WS-SUS-EOF = 'Y'
           READ SUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUS-EOF
               NOT AT END
                   IF SUS-STATUS = WS-LIST-MODE
                       AND (WS-SRC-FILTER = SPACES
                            OR SUS-SOURCE = WS-SRC-FILTER)
                       PERFORM 210-ITEM-LINE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-LIST-CTR = ZERO
           DISPLAY 'NONE'
       ELSE
           MOVE WS-LIST-TOTAL TO OUT-SUS-TOTAL
           DISPLAY WS-LIST-CTR ' ITEMS, ' OUT-SUS-TOTAL
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       210-ITEM-LINE.
       ADD 1 TO WS-LIST-CTR.
       ADD SUS-AMOUNT TO WS-LIST-TOTAL.
       PERFORM 220-ITEM-AGE.
       MOVE SUS-DATE TO OUT-SUS-DATE.
       MOVE SUS-SEQ TO OUT-SUS-SEQ.
       MOVE SUS-SOURCE TO OUT-SUS-SOURCE.
       MOVE WS-AGE-DAYS TO OUT-SUS-AGE.
       MOVE SUS-AMOUNT TO OUT-SUS-AMOUNT.
       MOVE SUS-REASON TO OUT-SUS-REASON.
       DISPLAY OUT-SUS-LINE.
      ******************************************************************
       220-ITEM-AGE.
       MOVE ZERO TO WS-AGE-DAYS.
       IF SUS-DATE IS NUMERIC AND SUS-DATE < WS-TODAY
           COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (SUS-DATE)
       END-IF.
      ******************************************************************
      * AN OPEN ITEM IS REPOSTED, REFUNDED OR PUT UP FOR WRITE-OFF; A
      * PENDING WRITE-OFF WAITS FOR A SUPERVISOR OTHER THAN THE ONE
      * WHO ASKED FOR IT. ANYTHING ELSE IS CLOSED AND SHOWN ONLY.
      ******************************************************************
       300-WORK-ITEM.
       DISPLAY 'ITEM (YYYYMMDDNNNN):'.
       MOVE SPACES TO WS-WORK-KEY.
       ACCEPT WS-WORK-KEY.
       IF WS-WORK-KEY IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-KEY TO SUS-KEY.
       READ SUS-FILE
           INVALID KEY
               DISPLAY 'NO SUCH ITEM'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       PERFORM 310-SHOW-ITEM.
       EVALUATE TRUE
           WHEN SUS-OPEN
               DISPLAY 'R) REPOST  F) REFUND TO SOURCE  '
                       'W) REQUEST WRITE-OFF  X) LEAVE'
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 400-REPOST
                   WHEN 'F'
                   WHEN 'f'
                       PERFORM 500-REFUND
                   WHEN 'W'
                   WHEN 'w'
                       PERFORM 600-WO-REQUEST
               END-EVALUATE
           WHEN SUS-WO-PENDING
               IF (SIGNON-SUPERVISOR OR SIGNON-ADMIN)
                       AND SUS-WO-REQ-OPER NOT = WS-OPERATOR-ID
                   PERFORM 650-WO-DECIDE
               ELSE
                   DISPLAY 'WRITE-OFF AWAITS APPROVAL BY A SUPERVISOR'
                           ' OTHER THAN ' SUS-WO-REQ-OPER
                   ACCEPT CAP1-RESP
               END-IF
           WHEN OTHER
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT CAP1-RESP
       END-EVALUATE.
      ******************************************************************
       310-SHOW-ITEM.
       PERFORM 220-ITEM-AGE.
       MOVE SUS-AMOUNT TO OUT-SUS-TOTAL.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'SUSPENSE ITEM ' SUS-DATE SUS-SEQ.
       EVALUATE TRUE
           WHEN SUS-SRC-LOCKBOX
               DISPLAY 'SOURCE:    LOCKBOX CHECK ' SUS-REF
           WHEN SUS-SRC-MERBATCH
               DISPLAY 'SOURCE:    MERCHANT BATCH CHARGE, TERMINAL '
                       SUS-REF
           WHEN SUS-SRC-ACH-RETURN
               DISPLAY 'SOURCE:    ACH PAYOUT RETURN, CODE ' SUS-REF
           WHEN SUS-SRC-NSF-RETURN
               DISPLAY 'SOURCE:    NSF PAYMENT RETURN, STAMP ' SUS-REF
           WHEN SUS-SRC-MER-IMPORT
               DISPLAY 'SOURCE:    MERCHANT IMPORT'
       END-EVALUATE.
       DISPLAY 'REASON:    ' SUS-REASON.
       DISPLAY 'AMOUNT:    ' OUT-SUS-TOTAL '   AGE: ' WS-AGE-DAYS
               ' DAYS'.
       DISPLAY 'ACCOUNT:   ' SUS-ACCT '   CARD: ' SUS-CARD.
       IF SUS-MER-ID NOT = ZERO
           DISPLAY 'MERCHANT:  ' SUS-MER-ID '   LOCATION: ' SUS-LOC-ID
       END-IF.
       IF SUS-ITEM NOT = SPACES
           DISPLAY 'ITEM:      ' SUS-ITEM
       END-IF.
       DISPLAY 'RECEIVED AS:'.
       DISPLAY SUS-ORIG.
       EVALUATE TRUE
           WHEN SUS-OPEN
               DISPLAY 'STATUS:    OPEN'
           WHEN SUS-WO-PENDING
               DISPLAY 'STATUS:    WRITE-OFF REQUESTED BY '
                       SUS-WO-REQ-OPER
           WHEN SUS-REPOSTED
               DISPLAY 'STATUS:    REPOSTED TO ' SUS-POST-ACCT ' '
                       SUS-WORK-DATE ' BY ' SUS-WORK-OPER
           WHEN SUS-REFUNDED
               DISPLAY 'STATUS:    REFUNDED ' SUS-WORK-DATE ' BY '
                       SUS-WORK-OPER
           WHEN SUS-WRITTEN-OFF
               DISPLAY 'STATUS:    WRITTEN OFF ' SUS-WORK-DATE
                       ' APPROVED BY ' SUS-WORK-OPER
       END-EVALUATE.
       IF SUS-NOTE NOT = SPACES
           DISPLAY 'NOTE:      ' SUS-NOTE
       END-IF.
      ******************************************************************
      * EACH SOURCE REPOSTS THROUGH THE PATH ITS OWN INTAKE USES; THE
      * ITEM IS CLOSED ONLY WHEN THAT POSTING WENT THROUGH.
      ******************************************************************
       400-REPOST.
       MOVE 'N' TO WS-REPOST-OK.
       MOVE ZERO TO WS-POST-ID.
       MOVE SPACES TO WS-WORK-NOTE.
       EVALUATE TRUE
           WHEN SUS-SRC-LOCKBOX
               PERFORM 410-REPOST-LOCKBOX
           WHEN SUS-SRC-MERBATCH
               PERFORM 430-REPOST-MERBATCH
           WHEN SUS-SRC-ACH-RETURN
               PERFORM 440-REPOST-ACH
           WHEN SUS-SRC-NSF-RETURN
               PERFORM 450-REPOST-NSF
           WHEN SUS-SRC-MER-IMPORT
               PERFORM 460-REPOST-MER-IMPORT
       END-EVALUATE.
       IF WS-REPOST-OK NOT = 'Y'
           DISPLAY 'ITEM LEFT OPEN'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE 'R' TO SUS-STATUS.
       MOVE WS-POST-ID TO SUS-POST-ACCT.
       MOVE WS-TODAY TO SUS-WORK-DATE.
       MOVE WS-OPERATOR-ID TO SUS-WORK-OPER.
       MOVE WS-WORK-NOTE TO SUS-NOTE.
       REWRITE SUS-REC.
       MOVE 'SUSRPT' TO WS-AUD-ACTION.
       PERFORM 700-AUDIT.
       DISPLAY 'ITEM REPOSTED TO ' WS-POST-ID.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
      * A LOCKBOX CHECK POSTS AS THE LOCKBOX RUN WOULD HAVE POSTED IT:
      * A 'D' PAYMENT FROM SOURCE LBX, MEMO BALANCE RELIEVED, THE
      * PAYMENT SPLIT ACROSS SEGMENTS BY G3-CAP1-PAY-ALLOC.
      ******************************************************************
       410-REPOST-LOCKBOX.
       DISPLAY 'CORRECTED ACCOUNT ID (BLANK = FIND BY CARD):'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID = SPACES
           PERFORM 420-ASK-CARD
           IF WS-POST-CARD = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 425-FIND-BY-CARD
           IF WS-POST-ID = ZERO
               DISPLAY 'CARD NOT ON ANY ACCOUNT'
               EXIT PARAGRAPH
           END-IF
       ELSE
           IF WS-WORK-ID IS NOT NUMERIC
               DISPLAY 'INVALID ID'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO WS-POST-ID
       END-IF.
       OPEN I-O CH-FILE
                CC-TRAN-FILE.
       MOVE WS-POST-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'NO SUCH ACCOUNT'
               CLOSE CH-FILE
                     CC-TRAN-FILE
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'ACCT ' CH-ID ' ' CH-FNAME ' ' CH-LNAME
               '  STATUS ' CH-STATUS.
       DISPLAY 'POST THE PAYMENT TO THIS ACCOUNT (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           CLOSE CH-FILE
                 CC-TRAN-FILE
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO CC-ID.
       MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP.
       MOVE 'D' TO TRAN-TYPE.
       MOVE SUS-AMOUNT TO CC-TRAN-PRICE.
       MOVE SPACES TO CC-TRAN-ITEM.
       STRING 'LOCKBOX CHECK ' SUS-REF DELIMITED BY SIZE
           INTO CC-TRAN-ITEM.
       MOVE 'N' TO CC-DISPUTED.
       MOVE ZERO TO CC-MER-ID.
       MOVE 'LBX' TO CC-TRAN-SOURCE.
       MOVE ZERO TO CC-LOC-ID.
       MOVE ZERO TO CC-ISS-ID.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE WS-OPERATOR-ID TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
           WRITE CC-TRAN-REC
               INVALID KEY
                   ADD 1 TO CC-TRAN-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAN-DONE
           END-WRITE
       END-PERFORM.
       SUBTRACT SUS-AMOUNT FROM CH-MEMO-BAL.
       MOVE 'A' TO WS-PAL-FUNC.
       CALL 'G3-CAP1-PAY-ALLOC' USING WS-PAL-FUNC, CC-TRAN-KEY,
               CC-TRAN-PRICE, CH-MIN-DUE, CH-BAL, CH-CASH-USED.
       REWRITE CH-REC.
       CLOSE CH-FILE
             CC-TRAN-FILE.
       MOVE 'Y' TO WS-REPOST-OK.
      ******************************************************************
       420-ASK-CARD.
       MOVE ZERO TO WS-POST-CARD.
       DISPLAY 'CORRECTED CARD NUMBER (BLANK = ' SUS-CARD '):'.
       MOVE SPACES TO WS-WORK-CARD.
       ACCEPT WS-WORK-CARD.
       IF WS-WORK-CARD = SPACES
           MOVE SUS-CARD TO WS-WORK-CARD
       END-IF.
       IF WS-WORK-CARD IS NOT NUMERIC OR WS-WORK-CARD = ZERO
           DISPLAY 'INVALID CARD NUMBER'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-CARD TO WS-POST-CARD.
       CALL 'G3-CAP1-CARD-CHECK' USING WS-POST-CARD, WS-CARD-OK.
       IF WS-CARD-OK NOT = 'Y'
           DISPLAY 'BAD CARD CHECK DIGIT'
           MOVE ZERO TO WS-POST-CARD
       END-IF.
      ******************************************************************
      * A CURRENT CARD FIRST; A REPLACED ONE STILL INSIDE ITS GRACE
      * WINDOW RESOLVES THROUGH CARD HISTORY.
      ******************************************************************
       425-FIND-BY-CARD.
       MOVE ZERO TO WS-POST-ID.
       MOVE SPACES TO WS-CH-EOF.
       OPEN INPUT CH-FILE.
       MOVE ZERO TO CH-ID.
       START CH-FILE KEY NOT LESS THAN CH-ID
           INVALID KEY
               MOVE 'Y' TO WS-CH-EOF
       END-START.
       PERFORM UNTIL WS-CH-EOF = 'Y'
           READ CH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CH-EOF
               NOT AT END
                   IF CH-CC = WS-POST-CARD OR CH-CC-2 = WS-POST-CARD
                       MOVE CH-ID TO WS-POST-ID
                       MOVE 'Y' TO WS-CH-EOF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CH-FILE.
       IF WS-POST-ID = ZERO
           CALL 'G3-CAP1-CARD-FIND' USING WS-POST-CARD,
                   WS-POST-ID, WS-OLD-CARD-FLAG
       END-IF.
      ******************************************************************
      * A MERCHANT CHARGE GOES BACK THROUGH THE SAME CHECKS THE BATCH
      * APPLIES - ACTIVE MERCHANT, LIVE TERMINAL OF THAT MERCHANT AT
      * THAT LOCATION, AUTHORIZATION, ADDRESS VERIFICATION FOR A
      * CARD-NOT-PRESENT CHARGE, CARD CONTROLS AND THE DUPLICATE
      * CHECK - AND POSTS AS THE BATCH WOULD HAVE POSTED IT. A
      * DUPLICATE NEEDS A SUPERVISOR, AS ON MANUAL ENTRY. THE
      * CALLED ROUTINES OPEN THE CARDHOLDER FILE THEMSELVES, SO
      * NOTHING IS HELD OPEN ACROSS THEM.
      ******************************************************************
       430-REPOST-MERBATCH.
       MOVE SUS-ORIG TO WS-MB-ORIG.
       MOVE SUS-LOC-ID TO WS-POST-LOC.
       OPEN INPUT MER-FILE.
       MOVE SUS-MER-ID TO MER-ID.
       READ MER-FILE
           INVALID KEY
               MOVE SPACE TO MER-STATUS
       END-READ.
       CLOSE MER-FILE.
       IF NOT MER-STAT-ACTIVE
           DISPLAY 'MERCHANT ' SUS-MER-ID ' NOT ON FILE OR NOT ACTIVE'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 432-CHECK-TERMINAL.
       IF WS-POST-TERM = SPACES
           EXIT PARAGRAPH
       END-IF.
       PERFORM 420-ASK-CARD.
       IF WS-POST-CARD = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM 425-FIND-BY-CARD.
       IF WS-POST-ID = ZERO
           DISPLAY 'CARD NOT ON ANY ACCOUNT'
           EXIT PARAGRAPH
       END-IF.
       MOVE SUS-AMOUNT TO LK-PRICE.
       CALL 'G3-LINK-CC-CHECK' USING WS-POST-ID, LK-PRICE,
               LK-COMPLETED, LK-REASON.
       IF LK-COMPLETED NOT = 'Y'
           DISPLAY 'DECLINED ' LK-REASON
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACE TO LK-AVS-RESULT.
       IF WS-MB-NOT-PRESENT
           CALL 'G3-LINK-CC-AVS' USING WS-POST-ID, SUS-MER-ID,
                   LK-PRICE, WS-MB-AVS-ZIP, WS-MB-AVS-STREET,
                   LK-AVS-RESULT, LK-COMPLETED, LK-REASON
           IF LK-COMPLETED NOT = 'Y'
               DISPLAY 'DECLINED ' LK-REASON
               EXIT PARAGRAPH
           END-IF
       END-IF.
       CALL 'G3-LINK-CC-CTRL' USING WS-POST-ID, WS-POST-CARD,
               SUS-MER-ID, LK-PRICE, LK-COMPLETED, LK-REASON.
       IF LK-COMPLETED NOT = 'Y'
           DISPLAY 'DECLINED ' LK-REASON
           EXIT PARAGRAPH
       END-IF.
       CALL 'G3-LINK-CC-DUPCHK' USING WS-POST-ID, LK-PRICE,
               SUS-MER-ID, WS-DUP-FLAG.
       IF WS-DUP-FLAG = 'Y'
           DISPLAY 'POSSIBLE DUPLICATE OF A CHARGE JUST POSTED'
           IF NOT (SIGNON-SUPERVISOR OR SIGNON-ADMIN)
               DISPLAY 'A SUPERVISOR OVERRIDE IS REQUIRED'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SUPERVISOR OVERRIDE - TYPE 'Y' TO POST:"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'DUPOVR' TO WS-AUD-ACTION
           MOVE WS-POST-ID TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY
       END-IF.
       DISPLAY 'CHARGE ' SUS-ITEM ' TO ACCOUNT ' WS-POST-ID ' (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SUS-ITEM TO LK-ITEM.
       MOVE 'W' TO LK-TRAN-TYPE.
       CALL 'G3-LINK-CC-TRANS' USING WS-POST-ID, LK-PRICE,
               LK-ITEM, SUS-MER-ID, LK-TRAN-TYPE, WS-POST-LOC,
               WS-POST-CARD, LK-TSTAMP-OUT, LK-AVS-RESULT.
       PERFORM 436-TERMINAL-ACTIVITY.
       STRING 'POSTED ' LK-TSTAMP-OUT ' CARD ' WS-POST-CARD
               DELIMITED BY SIZE INTO WS-WORK-NOTE.
       MOVE 'Y' TO WS-REPOST-OK.
      ******************************************************************
      * THE CHARGE MUST COME FROM A LIVE DEVICE OF THE ITEM'S MERCHANT
      * (THE OPERATOR MAY CORRECT THE TERMINAL ID). NO LOCATION ON THE
      * ITEM TAKES THE TERMINAL'S; A DIFFERENT ONE IS REFUSED, AS IN
      * THE BATCH. WS-POST-TERM IS LEFT BLANK WHEN IT FAILS.
      ******************************************************************
       432-CHECK-TERMINAL.
       MOVE SPACES TO WS-POST-TERM.
       DISPLAY 'CORRECTED TERMINAL ID (BLANK = ' WS-MB-TERM-ID '):'.
       MOVE SPACES TO WS-WORK-TERM.
       ACCEPT WS-WORK-TERM.
       IF WS-WORK-TERM = SPACES
           MOVE WS-MB-TERM-ID TO WS-WORK-TERM
       END-IF.
       IF WS-WORK-TERM = SPACES
           DISPLAY 'NO TERMINAL ID'
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT TRM-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'TERMINAL FILE NOT AVAILABLE'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-TERM TO TRM-ID.
       READ TRM-FILE
           INVALID KEY
               DISPLAY 'TERMINAL NOT ON FILE'
               CLOSE TRM-FILE
               EXIT PARAGRAPH
       END-READ.
       CLOSE TRM-FILE.
       EVALUATE TRUE
           WHEN NOT TRM-ACTIVE
               DISPLAY 'TERMINAL NOT ACTIVE'
           WHEN TRM-MER-ID NOT = SUS-MER-ID
               DISPLAY 'TERMINAL OF OTHER MERCHANT'
           WHEN WS-POST-LOC = ZERO
               MOVE TRM-LOC-ID TO WS-POST-LOC
               MOVE WS-WORK-TERM TO WS-POST-TERM
           WHEN WS-POST-LOC NOT = TRM-LOC-ID
               DISPLAY 'TERMINAL AT OTHER LOCATION'
           WHEN OTHER
               MOVE WS-WORK-TERM TO WS-POST-TERM
       END-EVALUATE.
      ******************************************************************
       436-TERMINAL-ACTIVITY.
       OPEN I-O TRM-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-POST-TERM TO TRM-ID.
       READ TRM-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE WS-TODAY TO TRM-LAST-ACT-DATE
               REWRITE TRM-REC
       END-READ.
       CLOSE TRM-FILE.
      ******************************************************************
      * THE RETURN FILE'S TRACE DID NOT MATCH; THE OPERATOR SUPPLIES
      * THE ORIGINAL PAYOUT'S TRACE AND THE PAYOUT IS REINSTATED AS A
      * PAYABLE EXACTLY AS G3-VISA-ACH-RETURN WOULD HAVE DONE.
      ******************************************************************
       440-REPOST-ACH.
       DISPLAY 'ORIGINAL PAYOUT TRACE NUMBER:'.
       MOVE SPACES TO WS-WORK-TRACE.
       ACCEPT WS-WORK-TRACE.
       IF WS-WORK-TRACE IS NOT NUMERIC
           DISPLAY 'INVALID TRACE'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-TRACE TO WS-POST-TRACE.
       OPEN I-O PAY-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'PAYOUT REGISTER NOT AVAILABLE'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-POST-TRACE TO PAY-TRACE.
       READ PAY-FILE KEY IS PAY-TRACE
           INVALID KEY
               DISPLAY 'NO PAYOUT WITH THAT TRACE'
               CLOSE PAY-FILE
               EXIT PARAGRAPH
       END-READ.
       IF NOT PAY-SENT
           DISPLAY 'PAYOUT IS NOT IN SENT STATUS - ' PAY-STATUS
           CLOSE PAY-FILE
           EXIT PARAGRAPH
       END-IF.
       MOVE PAY-AMOUNT TO OUT-SUS-TOTAL.
       DISPLAY 'MERCHANT ' PAY-MER-ID ' PAYOUT ' PAY-DATE ' '
               OUT-SUS-TOTAL.
       IF PAY-AMOUNT NOT = SUS-AMOUNT
           DISPLAY '** AMOUNT DIFFERS FROM THE RETURNED ENTRY **'
       END-IF.
       DISPLAY 'REVERSE THIS PAYOUT (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           CLOSE PAY-FILE
           EXIT PARAGRAPH
       END-IF.
       IF PAY-KIND-PRENOTE
           MOVE 'X' TO PAY-STATUS
       ELSE
           MOVE 'O' TO PAY-STATUS
       END-IF.
       MOVE SUS-REF (1:3) TO PAY-RETURN-CODE.
       MOVE WS-TODAY TO PAY-RETURN-DATE.
       REWRITE PAY-REC.
       MOVE PAY-MER-ID TO WS-POST-ID.
       CLOSE PAY-FILE.
       OPEN I-O MER-FILE.
       MOVE WS-POST-ID TO MER-ID.
       READ MER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'N' TO MER-BANK-VERIFIED
               REWRITE MER-REC
       END-READ.
       CLOSE MER-FILE.
       MOVE 'ACHRET' TO WS-AUD-ACTION.
       MOVE WS-POST-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       STRING 'TRACE ' WS-POST-TRACE DELIMITED BY SIZE
               INTO WS-WORK-NOTE.
       MOVE 'Y' TO WS-REPOST-OK.
      ******************************************************************
      * AN NSF RETURN IS BACKED OUT ON THE NSF DESK ITSELF, WHICH
      * OPENS THE CARDHOLDER AND TRANSACTION FILES AND MAY FILE A NEW
      * SUSPENSE ITEM; THE QUEUE IS CLOSED ACROSS THE CALL AND THE
      * ITEM RE-READ AFTER.
      ******************************************************************
       450-REPOST-NSF.
       DISPLAY 'ON THE NSF DESK KEY THE CORRECT ACCOUNT AND PAYMENT'.
       DISPLAY 'STAMP (ITEM NAMED ACCOUNT ' SUS-ACCT ' STAMP '
               SUS-REF ')'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
       MOVE SUS-KEY TO WS-SAVE-KEY.
       CLOSE SUS-FILE.
       CALL 'G3-CAP1-PMT-RETURN'.
       OPEN I-O SUS-FILE.
       MOVE WS-SAVE-KEY TO SUS-KEY.
       READ SUS-FILE
           INVALID KEY
               DISPLAY 'ITEM NO LONGER ON FILE'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'DID THE RETURN POST (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ACCOUNT IT POSTED TO:'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID IS NOT NUMERIC
           DISPLAY 'INVALID ID'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO WS-POST-ID.
       MOVE 'RETURNED ON THE NSF DESK' TO WS-WORK-NOTE.
       MOVE 'Y' TO WS-REPOST-OK.
      ******************************************************************
      * A MERCHANT ROW SKIPPED AS A DUPLICATE IS ADDED UNDER A FREE ID
      * WITH THE DEFAULTS THE IMPORT APPLIES.
      ******************************************************************
       460-REPOST-MER-IMPORT.
       DISPLAY 'CORRECTED MERCHANT ID:'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID IS NOT NUMERIC
           DISPLAY 'INVALID ID'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO WS-POST-ID.
       OPEN I-O MER-FILE.
       MOVE WS-POST-ID TO MER-ID.
       READ MER-FILE
           NOT INVALID KEY
               DISPLAY 'MERCHANT ID ALREADY ON FILE - ' MER-NAME
               CLOSE MER-FILE
               EXIT PARAGRAPH
       END-READ.
       MOVE SUS-ORIG TO MER-REC.
       MOVE WS-POST-ID TO MER-ID.
       IF MER-STATUS NOT = 'P' AND 'A' AND 'D' AND 'S' AND 'T'
           MOVE 'P' TO MER-STATUS
           MOVE SPACES TO MER-STATUS-NOTE
       END-IF.
       IF MER-RESERVE-PCT NOT NUMERIC
           MOVE ZERO TO MER-RESERVE-PCT
       END-IF.
       IF MER-BANK-VERIFIED NOT = 'Y' AND 'N'
           MOVE 'Y' TO MER-BANK-VERIFIED
       END-IF.
       IF MER-RISK-SCORE NOT NUMERIC
           MOVE ZERO TO MER-RISK-SCORE
       END-IF.
       IF MER-FUND-FREQ NOT = 'D' AND 'W' AND 'C'
           MOVE 'C' TO MER-FUND-FREQ
       END-IF.
       IF MER-AVS-DECLINE NOT = 'Y' AND 'N'
           MOVE 'N' TO MER-AVS-DECLINE
       END-IF.
       DISPLAY 'ADD ' MER-NAME ' AS MERCHANT ' MER-ID ' (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           CLOSE MER-FILE
           EXIT PARAGRAPH
       END-IF.
       WRITE MER-REC
           INVALID KEY
               DISPLAY 'MERCHANT NOT ADDED'
               CLOSE MER-FILE
               EXIT PARAGRAPH
       END-WRITE.
       CLOSE MER-FILE.
       MOVE 'ADD' TO WS-AUD-ACTION.
       MOVE WS-POST-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE 'Y' TO WS-REPOST-OK.
      ******************************************************************
      * THE MONEY GOES BACK WHERE IT CAME FROM (CHECK RETURNED TO THE
      * REMITTER, ENTRY RETURNED TO THE BANK); THE OPERATOR RECORDS
      * THE REFERENCE OF THE REFUND.
      ******************************************************************
       500-REFUND.
       DISPLAY 'REFUND REFERENCE / NOTE:'.
       MOVE SPACES TO WS-WORK-NOTE.
       ACCEPT WS-WORK-NOTE.
       IF WS-WORK-NOTE = SPACES
           DISPLAY 'A REFUND NEEDS A REFERENCE'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'REFUND THIS ITEM TO ITS SOURCE (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'F' TO SUS-STATUS.
       MOVE WS-TODAY TO SUS-WORK-DATE.
       MOVE WS-OPERATOR-ID TO SUS-WORK-OPER.
       MOVE WS-WORK-NOTE TO SUS-NOTE.
       REWRITE SUS-REC.
       MOVE 'SUSRFD' TO WS-AUD-ACTION.
       PERFORM 700-AUDIT.
       DISPLAY 'ITEM REFUNDED'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       600-WO-REQUEST.
       DISPLAY 'WRITE-OFF REASON:'.
       MOVE SPACES TO WS-WORK-NOTE.
       ACCEPT WS-WORK-NOTE.
       IF WS-WORK-NOTE = SPACES
           DISPLAY 'A WRITE-OFF NEEDS A REASON'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE 'P' TO SUS-STATUS.
       MOVE WS-OPERATOR-ID TO SUS-WO-REQ-OPER.
       MOVE WS-WORK-NOTE TO SUS-NOTE.
       REWRITE SUS-REC.
       MOVE 'SUSWOR' TO WS-AUD-ACTION.
       PERFORM 700-AUDIT.
       DISPLAY 'WRITE-OFF SENT FOR SUPERVISOR APPROVAL'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
      * A DECLINED WRITE-OFF RETURNS THE ITEM TO THE OPEN QUEUE.
      ******************************************************************
       650-WO-DECIDE.
       DISPLAY 'A) APPROVE WRITE-OFF  D) DECLINE  X) LEAVE'.
       MOVE SPACE TO WS-ACTION.
       ACCEPT WS-ACTION.
       EVALUATE WS-ACTION
           WHEN 'A'
           WHEN 'a'
               MOVE 'W' TO SUS-STATUS
               MOVE WS-TODAY TO SUS-WORK-DATE
               MOVE WS-OPERATOR-ID TO SUS-WORK-OPER
               REWRITE SUS-REC
               MOVE 'SUSWOF' TO WS-AUD-ACTION
               PERFORM 700-AUDIT
               DISPLAY 'ITEM WRITTEN OFF'
               ACCEPT CAP1-RESP
           WHEN 'D'
           WHEN 'd'
               MOVE 'O' TO SUS-STATUS
               MOVE SPACES TO SUS-NOTE
               STRING 'WRITE-OFF DECLINED BY ' WS-OPERATOR-ID
                       DELIMITED BY SIZE INTO SUS-NOTE
               MOVE SPACES TO SUS-WO-REQ-OPER
               REWRITE SUS-REC
               MOVE 'SUSWOD' TO WS-AUD-ACTION
               PERFORM 700-AUDIT
               DISPLAY 'WRITE-OFF DECLINED - ITEM BACK ON THE QUEUE'
               ACCEPT CAP1-RESP
       END-EVALUATE.
      ******************************************************************
       700-AUDIT.
       MOVE SPACES TO WS-AUD-KEY.
       STRING SUS-DATE SUS-SEQ ' ' SUS-SOURCE
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
