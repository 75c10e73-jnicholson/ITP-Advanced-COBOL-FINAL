      *DATE:     4/29/2014   
      *ABSTRACT: Program to manually add transactions.
      *MODIFICATION HISTORY:
      *  10/15  - DUAL CONTROL: AN ENTRY OVER CAP1-MTD-DUAL-AMT, OR A
      *           CREDIT OVER CAP1-MTD-CREDIT-AMT, IS HELD ON
      *           MTPEND.DAT FOR ANOTHER SUPERVISOR TO APPROVE ON
      *           G3-CAP1-MTAPPR INSTEAD OF POSTING. THE POSTING
      *           ITSELF MOVED TO G3-CAP1-MAN-POST SO BOTH PATHS POST
      *           THE SAME WAY.
      *  10/15  - A KEYED PAYMENT ('D') IS SPLIT ACROSS THE ACCOUNT'S
      *           BALANCE SEGMENTS BY G3-CAP1-PAY-ALLOC.
      *  10/15  - THE CASH-ADVANCE FEE RATE IS THE CASHADV-FEE-PCT IN
      *           EFFECT TODAY ON THE SYSTEM PARAMETER MASTER.
      *  8/10   - CC-TRAN-FILE WAS NEVER OPENED AND CC-ID NEVER SET
      *           FROM WS-ACCOUNT, SO THE WRITE COULD NOT POST (AND
      *           THE SEQUENCE-RETRY LOOP SPUN ON THE STATUS-48
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-MTPEND.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-MTPEND.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-MANPOST.

       01 WS-ACCOUNT                   PIC 9(8).
       01 WS-TRAN-TYPE                 PIC X VALUE SPACES.
       01 WS-REASON                    PIC XX VALUE SPACES.
       01 WS-REASON-TEXT               PIC X(30) VALUE SPACES.
       01 WS-MEMO                      PIC X(25) VALUE SPACES.
       01 WS-TODAY                     PIC 9(8) VALUE ZERO.
       01 WS-HOLD-WHY                  PIC X VALUE SPACE.
       01 WS-MTP-EOF                   PIC X VALUE SPACES.
       01 WS-MTP-LAST                  PIC 9(8) VALUE ZERO.
       01 WS-MTP-DONE                  PIC X VALUE 'N'.
       01 WS-SHOW-AMT                  PIC Z(6)9.99.
       01 WS-DUP-FLAG                  PIC X VALUE 'N'.
       01 WS-DUP-MER                   PIC 9(8) VALUE ZERO.
       01 WS-DUP-OVR                   PIC X VALUE SPACE.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-MAN-TRAN' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       PERFORM 050-LOAD-PARMS.
       OPEN INPUT CH-FILE.
       PERFORM 100-CHECK.
       PERFORM 200-CREATE-TRAN.
       CLOSE CH-FILE.
      * EXIT PROGRAM
       STOP RUN.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'MTD-DUAL-AMT' TO WS-PARM-NAME.
       MOVE CAP1-MTD-DUAL-AMT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-MTD-DUAL-AMT.
       MOVE 'MTD-CREDIT-AMT' TO WS-PARM-NAME.
       MOVE CAP1-MTD-CREDIT-AMT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-MTD-CREDIT-AMT.
      ******************************************************************
       100-CHECK.
       DISPLAY IDSCREEN.
       ACCEPT CHOOSEID.
       IF CAP1-SEARCH = '99999999'
           CLOSE CH-FILE
           EXIT PROGRAM
       END-IF.
       MOVE CAP1-SEARCH TO CH-ID-KEY.
           IF CAP1-CHECK = 'R' OR 'r'
               MOVE SPACES TO CAP1-CHECK
               CLOSE CH-FILE
               PERFORM 000-MAIN
           END-IF
       END-PERFORM.
               END-IF
           END-IF
       END-IF.
       PERFORM 600-CHECK-DUAL.
       IF WS-HOLD-WHY NOT = SPACE
           PERFORM 650-HOLD-TRAN
           EXIT PARAGRAPH
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CREATING TRANSACTION...'
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
       
       MOVE WS-ACCOUNT   TO WS-MPT-ACCOUNT.
       MOVE WS-TRAN-TYPE TO WS-MPT-TYPE.
       MOVE WS-AMOUNT    TO WS-MPT-AMOUNT.
       MOVE WS-MEMO      TO WS-MPT-MEMO.
       MOVE WS-OPERATOR-ID TO WS-MPT-OPER.
       CALL 'G3-CAP1-MAN-POST' USING WS-MPT-CALL.

       DISPLAY BLANK-SCREEN.
       DISPLAY 'RETURNING TO CAPITAL ONE MENU'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       300-MOVE.
       MOVE 'C' TO CAP1-RESP.
           MOVE SPACES TO CAP1-RESP
           PERFORM 100-CHECK
       END-IF.
      ******************************************************************
      * DUAL CONTROL: A LARGE ENTRY, OR A CREDIT OVER THE SMALLER
      * CREDIT THRESHOLD, WAITS FOR A SECOND PAIR OF EYES - WHOEVER
      * KEYED IT, SUPERVISOR OR NOT.
      ******************************************************************
       600-CHECK-DUAL.
       MOVE SPACE TO WS-HOLD-WHY.
       IF WS-AMOUNT > CAP1-MTD-DUAL-AMT
           MOVE 'A' TO WS-HOLD-WHY
       ELSE
           IF (WS-TRAN-TYPE = 'D' OR 'R')
           AND WS-AMOUNT > CAP1-MTD-CREDIT-AMT
               MOVE 'C' TO WS-HOLD-WHY
           END-IF
       END-IF.
      ******************************************************************
      * THE ITEM NUMBER IS ONE PAST THE HIGHEST ON FILE; A SECOND
      * DESK TAKING THE SAME NUMBER FIRST BUMPS IT ON.
      ******************************************************************
       650-HOLD-TRAN.
       OPEN I-O MTP-FILE.
       IF WS-STAT = 35
           CLOSE MTP-FILE
           OPEN OUTPUT MTP-FILE
           CLOSE MTP-FILE
           OPEN I-O MTP-FILE
       END-IF.
       MOVE ZERO TO WS-MTP-LAST.
       MOVE SPACES TO WS-MTP-EOF.
       MOVE ZERO TO MTP-ID.
       START MTP-FILE KEY NOT LESS THAN MTP-ID
           INVALID KEY
               MOVE 'Y' TO WS-MTP-EOF
       END-START.
       PERFORM UNTIL WS-MTP-EOF = 'Y'
           READ MTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTP-EOF
               NOT AT END
                   MOVE MTP-ID TO WS-MTP-LAST
           END-READ
       END-PERFORM.
       INITIALIZE MTP-REC.
       COMPUTE MTP-ID = WS-MTP-LAST + 1.
       MOVE WS-ACCOUNT TO MTP-CH-ID.
       MOVE WS-TRAN-TYPE TO MTP-TYPE.
       MOVE WS-AMOUNT TO MTP-AMOUNT.
       MOVE WS-MEMO TO MTP-MEMO.
       MOVE WS-HOLD-WHY TO MTP-HOLD-WHY.
       MOVE WS-TODAY TO MTP-ENTER-DATE.
       MOVE WS-HOUR TO MTP-ENTER-TIME (1:2).
       MOVE WS-MINUTE TO MTP-ENTER-TIME (3:2).
       MOVE WS-OPERATOR-ID TO MTP-ENTER-OPER.
       MOVE 'P' TO MTP-STATUS.
       MOVE 'N' TO WS-MTP-DONE.
       PERFORM UNTIL WS-MTP-DONE = 'Y'
           WRITE MTP-REC
               INVALID KEY
                   ADD 1 TO MTP-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MTP-DONE
           END-WRITE
       END-PERFORM.
       CLOSE MTP-FILE.
       MOVE 'MTHOLD' TO WS-AUD-ACTION.
       MOVE MTP-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY BLANK-SCREEN.
       IF WS-HOLD-WHY = 'C'
           MOVE CAP1-MTD-CREDIT-AMT TO WS-SHOW-AMT
           DISPLAY 'CREDIT OVER ' WS-SHOW-AMT
                   ' NEEDS SUPERVISOR APPROVAL'
       ELSE
           MOVE CAP1-MTD-DUAL-AMT TO WS-SHOW-AMT
           DISPLAY 'ENTRY OVER ' WS-SHOW-AMT
                   ' NEEDS SUPERVISOR APPROVAL'
       END-IF.
       DISPLAY 'HELD AS ITEM ' MTP-ID ' - NOT POSTED UNTIL APPROVED'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
