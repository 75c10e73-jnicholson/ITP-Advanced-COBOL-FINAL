      ******************************************************************
      *PROGRAM:  Capital One Refund Check Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Ops desk over the refund check register. Any
      *          operator may look a check up by number; a supervisor
      *          may void an outstanding check or void and reissue it.
      *          A plain void puts the credit back on the account
      *          ('R' REFUND CHECK VOIDED) so the next refund run can
      *          cut a fresh check. A reissue voids the old check and
      *          cuts a new one under the next check number for the
      *          same account and amount, to the payee as keyed and
      *          the account's current mailing address, on
      *          REFUND-CHK.TXT for the check printer; the account is
      *          not touched because the money never came back. The
      *          two checks point at each other on the register, and
      *          both the void and the new issue go to the bank on the
      *          next positive pay file. Every void is audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-CHKDESK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-REFCHK.
       COPY SELECT-REFREG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-REFCHK.
       COPY FD-REFREG.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-MENU-SEL                 PIC X VALUE SPACE.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-WORK-NO                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-RRG-EOF                  PIC X VALUE SPACES.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-REISSUE                  PIC X VALUE 'N'.
       01  WS-OLD-CHECK-NO             PIC 9(8) VALUE ZERO.
       01  WS-NEXT-CHECK-NO            PIC 9(8) VALUE ZERO.
       01  WS-OLD-REC                  PIC X(99) VALUE SPACES.
       01  WS-NEW-PAYEE                PIC X(40) VALUE SPACES.
       01  WS-SHOW-AMT                 PIC ZZZZZZ9.99.
       01  WS-SHOW-STATUS              PIC X(12) VALUE SPACES.

       01  OUT-REFCHK-LINE.
           03  OUT-REF-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-REF-FNAME           PIC X(20).
           03  OUT-REF-LNAME           PIC X(20).
           03  OUT-REF-ADDRESS         PIC X(20).
           03  OUT-REF-ZIP             PIC 9(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-REF-AMT             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-REF-CHECK-NO        PIC 9(8).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-CHKDESK' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O RRG-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO REFUND CHECKS ON THE REGISTER'
           ACCEPT CAP1-RESP
           EXIT PROGRAM
       END-IF.
       OPEN I-O CH-FILE
                CC-TRAN-FILE.
       PERFORM 100-MENU UNTIL WS-MENU-SEL = 'X' OR 'x'.
       CLOSE RRG-FILE
             CH-FILE
             CC-TRAN-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-MENU.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'REFUND CHECKS'.
       DISPLAY '  1) CHECK INQUIRY'.
       DISPLAY '  2) VOID CHECK'.
       DISPLAY '  3) VOID AND REISSUE CHECK'.
       DISPLAY '  X) EXIT'.
       ACCEPT WS-MENU-SEL.
       EVALUATE WS-MENU-SEL
           WHEN '1'
               PERFORM 200-INQUIRY
           WHEN '2'
               MOVE 'N' TO WS-REISSUE
               PERFORM 300-VOID
           WHEN '3'
               MOVE 'Y' TO WS-REISSUE
               PERFORM 300-VOID
       END-EVALUATE.
      ******************************************************************
       200-INQUIRY.
       PERFORM 250-GET-CHECK.
       IF CAP1-MSG NOT = SPACES
           DISPLAY CAP1-MSG
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 260-SHOW-CHECK.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       250-GET-CHECK.
       MOVE SPACES TO CAP1-MSG.
       DISPLAY 'CHECK NUMBER:'.
       ACCEPT WS-WORK-NO.
       IF WS-WORK-NO IS NOT NUMERIC
           MOVE 'INVALID CHECK NUMBER' TO CAP1-MSG
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-NO TO RRG-CHECK-NO.
       READ RRG-FILE
           INVALID KEY
               MOVE 'CHECK NOT FOUND' TO CAP1-MSG
       END-READ.
      ******************************************************************
       260-SHOW-CHECK.
       EVALUATE TRUE
           WHEN RRG-OUTSTANDING
               MOVE 'OUTSTANDING' TO WS-SHOW-STATUS
           WHEN RRG-LETTER-SENT
               MOVE 'LETTER SENT' TO WS-SHOW-STATUS
           WHEN RRG-CASHED
               MOVE 'CASHED' TO WS-SHOW-STATUS
           WHEN RRG-ESCHEATED
               MOVE 'ESCHEATED' TO WS-SHOW-STATUS
           WHEN RRG-VOIDED
               MOVE 'VOIDED' TO WS-SHOW-STATUS
           WHEN OTHER
               MOVE RRG-STATUS TO WS-SHOW-STATUS
       END-EVALUATE.
       MOVE RRG-AMT TO WS-SHOW-AMT.
       DISPLAY 'CHECK ' RRG-CHECK-NO '  ACCT ' RRG-CH-ID
               '  AMOUNT ' WS-SHOW-AMT.
       DISPLAY 'PAYEE  ' RRG-PAYEE.
       DISPLAY 'ISSUED ' RRG-ISSUE-DATE '  STATUS ' WS-SHOW-STATUS.
       IF RRG-CASHED
           DISPLAY 'PAID   ' RRG-PAID-DATE
       END-IF.
       IF RRG-VOID-DATE NOT = ZERO
           DISPLAY 'VOIDED ' RRG-VOID-DATE
       END-IF.
       IF RRG-LINK-NO NOT = ZERO
           DISPLAY 'LINKED CHECK ' RRG-LINK-NO
       END-IF.
       IF RRG-PP-SENT
           DISPLAY 'REPORTED TO BANK ON POSITIVE PAY'
       ELSE
           DISPLAY 'DUE ON NEXT POSITIVE PAY FILE'
       END-IF.
      ******************************************************************
      * ONLY A CHECK STILL OUT CAN BE VOIDED; ONE CASHED OR ALREADY
      * ESCHEATED OR VOIDED IS FINISHED BUSINESS.
      ******************************************************************
       300-VOID.
       IF NOT SIGNON-SUPERVISOR AND NOT SIGNON-ADMIN
           DISPLAY 'VOIDING A CHECK NEEDS A SUPERVISOR'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 250-GET-CHECK.
       IF CAP1-MSG NOT = SPACES
           DISPLAY CAP1-MSG
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 260-SHOW-CHECK.
       IF NOT RRG-OPEN
           DISPLAY 'CHECK IS NOT OUTSTANDING - CANNOT VOID'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE RRG-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'ACCOUNT NOT FOUND'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       MOVE RRG-PAYEE TO WS-NEW-PAYEE.
       IF WS-REISSUE = 'Y'
           DISPLAY 'NEW PAYEE (BLANK = SAME):'
           MOVE SPACES TO WS-NEW-PAYEE
           ACCEPT WS-NEW-PAYEE
           IF WS-NEW-PAYEE = SPACES
               MOVE RRG-PAYEE TO WS-NEW-PAYEE
           END-IF
           DISPLAY 'VOID AND REISSUE TO ' WS-NEW-PAYEE ' (Y/N)?'
       ELSE
           DISPLAY 'VOID THIS CHECK AND CREDIT THE ACCOUNT (Y/N)?'
       END-IF.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY 'CHECK NOT VOIDED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE RRG-CHECK-NO TO WS-OLD-CHECK-NO.
       IF WS-REISSUE = 'Y'
           PERFORM 400-REISSUE
       ELSE
           PERFORM 350-CREDIT-BACK
       END-IF.
       MOVE 'CHKVD' TO WS-AUD-ACTION.
       MOVE WS-OLD-CHECK-NO TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       IF WS-REISSUE = 'Y'
           DISPLAY 'CHECK ' WS-OLD-CHECK-NO ' VOIDED, REISSUED AS '
                   WS-NEXT-CHECK-NO
       ELSE
           DISPLAY 'CHECK ' WS-OLD-CHECK-NO ' VOIDED, ACCOUNT CREDITED'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       320-MARK-VOID.
       MOVE 'V' TO RRG-STATUS.
       MOVE WS-TODAY TO RRG-VOID-DATE.
       MOVE 'V' TO RRG-PP-STATUS.
       REWRITE RRG-REC.
      ******************************************************************
      * THE CHECK'S 'W' DISBURSEMENT IS UNDONE: THE CREDIT IS BACK ON
      * THE ACCOUNT FOR THE NEXT REFUND RUN, OR THE NEXT PURCHASE.
      ******************************************************************
       350-CREDIT-BACK.
       PERFORM 320-MARK-VOID.
       MOVE CH-ID TO CC-ID.
       MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP.
       MOVE 'R' TO TRAN-TYPE.
       MOVE RRG-AMT TO CC-TRAN-PRICE.
       MOVE 'REFUND CHECK VOIDED' TO CC-TRAN-ITEM.
       MOVE 'N' TO CC-DISPUTED.
       MOVE ZERO TO CC-MER-ID.
       MOVE 'MAN' TO CC-TRAN-SOURCE.
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
       SUBTRACT RRG-AMT FROM CH-MEMO-BAL.
       REWRITE CH-REC.
      ******************************************************************
      * THE NEW CHECK TAKES THE NEXT NUMBER ON THE REGISTER; THE OLD
      * ROW IS SAVED ACROSS THE SCAN AND REREAD TO BE VOIDED.
      ******************************************************************
       400-REISSUE.
       MOVE RRG-REC TO WS-OLD-REC.
       MOVE ZERO TO WS-NEXT-CHECK-NO.
       MOVE SPACES TO WS-RRG-EOF.
       MOVE ZERO TO RRG-CHECK-NO.
       START RRG-FILE KEY NOT LESS THAN RRG-CHECK-NO
           INVALID KEY
               MOVE 'Y' TO WS-RRG-EOF
       END-START.
       PERFORM UNTIL WS-RRG-EOF = 'Y'
           READ RRG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RRG-EOF
               NOT AT END
                   MOVE RRG-CHECK-NO TO WS-NEXT-CHECK-NO
           END-READ
       END-PERFORM.
       ADD 1 TO WS-NEXT-CHECK-NO.
       MOVE WS-OLD-REC TO RRG-REC.
       MOVE WS-NEXT-CHECK-NO TO RRG-CHECK-NO.
       MOVE WS-TODAY TO RRG-ISSUE-DATE.
       MOVE 'O' TO RRG-STATUS.
       MOVE ZERO TO RRG-PAID-DATE.
       MOVE WS-NEW-PAYEE TO RRG-PAYEE.
       MOVE ZERO TO RRG-VOID-DATE.
       MOVE WS-OLD-CHECK-NO TO RRG-LINK-NO.
       MOVE 'I' TO RRG-PP-STATUS.
       WRITE RRG-REC.
       MOVE SPACES TO OUT-REFCHK-LINE.
       MOVE CH-ID      TO OUT-REF-ID.
       MOVE CH-FNAME   TO OUT-REF-FNAME.
       MOVE CH-LNAME   TO OUT-REF-LNAME.
       IF CH-BILL-USE-2-ON
           MOVE CH-BILL-ADDRESS TO OUT-REF-ADDRESS
           MOVE CH-BILL-ZIP     TO OUT-REF-ZIP
       ELSE
           MOVE CH-ADDRESS TO OUT-REF-ADDRESS
           MOVE CH-ZIP     TO OUT-REF-ZIP
       END-IF.
       MOVE RRG-AMT TO OUT-REF-AMT.
       MOVE WS-NEXT-CHECK-NO TO OUT-REF-CHECK-NO.
       OPEN EXTEND REFCHK-FILE.
       MOVE OUT-REFCHK-LINE TO REFCHK-LINE.
       WRITE REFCHK-LINE.
       CLOSE REFCHK-FILE.
       MOVE WS-OLD-CHECK-NO TO RRG-CHECK-NO.
       READ RRG-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE WS-NEXT-CHECK-NO TO RRG-LINK-NO.
       PERFORM 320-MARK-VOID.
