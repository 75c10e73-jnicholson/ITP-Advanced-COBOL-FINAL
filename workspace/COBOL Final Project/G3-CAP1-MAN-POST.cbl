      ******************************************************************
      *PROGRAM:  Group 3 CC Manual Transaction Posting
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Posts one manually keyed transaction passed in the
      *          WS-MANPOST call area: writes the CC-TRAN record
      *          stamped with the keying operator, moves the memo
      *          balance, earns points on a purchase, splits a
      *          payment across the balance segments, posts the
      *          upfront fee on a cash advance and raises any
      *          spending alert. Called by G3-CAP1-MAN-TRAN for an
      *          entry that posts as keyed, and by G3-CAP1-MTAPPR
      *          when a held entry is approved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-MAN-POST IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.

       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-WHOLE-DOLLARS            PIC 9(7) VALUE ZERO.
       01  WS-ISS-ID                   PIC 9(3) VALUE ZERO.
       01  WS-CASH-FEE                 PIC 9(7)V99 VALUE ZERO.
       01  WS-PAL-FUNC                 PIC X VALUE 'A'.

       LINKAGE SECTION.
       01  LK-MPT-CALL.
           03  LK-MPT-ACCOUNT          PIC 9(8).
           03  LK-MPT-TYPE             PIC X.
           03  LK-MPT-AMOUNT           PIC 9(7)V99.
           03  LK-MPT-MEMO             PIC X(25).
           03  LK-MPT-OPER             PIC X(8).
           03  LK-MPT-POSTED           PIC X.
      ******************************************************************
       PROCEDURE DIVISION USING LK-MPT-CALL.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'N' TO LK-MPT-POSTED.
           PERFORM 050-LOAD-PARMS.
           OPEN I-O CH-FILE
                    CC-TRAN-FILE.
           MOVE LK-MPT-ACCOUNT TO CH-ID-KEY.
           READ CH-FILE
               INVALID KEY
                   CLOSE CH-FILE
                         CC-TRAN-FILE
                   GOBACK
           END-READ.
           PERFORM 200-POST.
           MOVE 'Y' TO LK-MPT-POSTED.
           CLOSE CH-FILE
                 CC-TRAN-FILE.
           GOBACK.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-YEAR  TO WS-PARM-DATE (1:4).
       MOVE WS-MONTH TO WS-PARM-DATE (5:2).
       MOVE WS-DAY   TO WS-PARM-DATE (7:2).
       MOVE 'CASHADV-FEE-PCT' TO WS-PARM-NAME.
       MOVE CAP1-CASHADV-FEE-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-CASHADV-FEE-PCT.
      ******************************************************************
       200-POST.
       MOVE LK-MPT-ACCOUNT TO CC-ID.
       MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP.
       MOVE LK-MPT-TYPE TO TRAN-TYPE.
       MOVE LK-MPT-AMOUNT TO CC-TRAN-PRICE.
       IF LK-MPT-MEMO EQUAL SPACES
           MOVE 'MANUAL TRANSACTION' TO CC-TRAN-ITEM
       ELSE
           MOVE LK-MPT-MEMO TO CC-TRAN-ITEM
       END-IF.
       MOVE 'N' TO CC-DISPUTED.
       MOVE ZERO TO CC-MER-ID.
       MOVE 'MAN' TO CC-TRAN-SOURCE.
       MOVE ZERO TO CC-LOC-ID.
       CALL 'G3-VISA-BIN-LOOKUP' USING CH-CC, WS-ISS-ID.
       MOVE WS-ISS-ID TO CC-ISS-ID.
       MOVE CH-CC TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE LK-MPT-OPER TO CC-TRAN-OPER.
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
       IF CC-TYPE-CHARGE
           ADD CC-TRAN-PRICE TO CH-MEMO-BAL
       END-IF.
       IF TRAN-TYPE = 'W'
           MOVE CC-TRAN-PRICE TO WS-WHOLE-DOLLARS
           COMPUTE CH-POINTS = CH-POINTS +
               WS-WHOLE-DOLLARS * CAP1-REWARD-BASE-MULT
       END-IF.
       IF CC-TYPE-CREDIT
           SUBTRACT CC-TRAN-PRICE FROM CH-MEMO-BAL
       END-IF.
       IF TRAN-TYPE = 'D'
           MOVE 'A' TO WS-PAL-FUNC
           CALL 'G3-CAP1-PAY-ALLOC' USING WS-PAL-FUNC, CC-TRAN-KEY,
                   CC-TRAN-PRICE, CH-MIN-DUE, CH-BAL, CH-CASH-USED
       END-IF.
       IF TRAN-TYPE = 'C'
           ADD LK-MPT-AMOUNT TO CH-CASH-USED
           PERFORM 500-CASH-FEE
       END-IF.
       REWRITE CH-REC.
       IF LK-MPT-TYPE = 'W' OR 'C' OR 'B'
           CALL 'G3-CAP1-ALERT' USING LK-MPT-ACCOUNT, LK-MPT-AMOUNT
       END-IF.
      ******************************************************************
      * THE UPFRONT CASH-ADVANCE FEE POSTS AS ITS OWN 'F' RECORD AT
      * THE TIME OF THE ADVANCE, SO THE CUSTOMER SEES IT IMMEDIATELY
      * INSTEAD OF ONLY THROUGH DAY-ONE INTEREST AT MONTH-END.
      ******************************************************************
       500-CASH-FEE.
       COMPUTE WS-CASH-FEE ROUNDED =
           LK-MPT-AMOUNT * CAP1-CASHADV-FEE-PCT.
       IF WS-CASH-FEE > ZERO
           MOVE LK-MPT-ACCOUNT TO CC-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP
           MOVE 'F' TO TRAN-TYPE
           MOVE WS-CASH-FEE TO CC-TRAN-PRICE
           MOVE 'CASH ADVANCE FEE' TO CC-TRAN-ITEM
           MOVE 'N' TO CC-DISPUTED
           MOVE ZERO TO CC-MER-ID
           MOVE 'MAN' TO CC-TRAN-SOURCE
           MOVE ZERO TO CC-LOC-ID
           MOVE ZERO TO CC-ISS-ID
           MOVE ZERO TO CC-TRAN-CARD
           MOVE 'N' TO CC-SETTLED
           MOVE LK-MPT-OPER TO CC-TRAN-OPER
           MOVE SPACE TO CC-AVS-RESULT
           MOVE ZERO TO CC-TRAN-SEQ
           MOVE 'N' TO WS-TRAN-DONE
           PERFORM UNTIL WS-TRAN-DONE = 'Y'
               WRITE CC-TRAN-REC
                   INVALID KEY
                       ADD 1 TO CC-TRAN-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TRAN-DONE
               END-WRITE
           END-PERFORM
           ADD WS-CASH-FEE TO CH-MEMO-BAL
       END-IF.
