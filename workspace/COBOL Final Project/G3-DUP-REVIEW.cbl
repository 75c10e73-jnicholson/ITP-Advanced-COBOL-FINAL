      ******************************************************************
      *PROGRAM:  Group 3 Duplicate Customer Review
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Review desk for the likely duplicate pairs
      *          G3-DUP-MATCH puts on DUPCAND.DAT. Each pair still
      *          waiting is shown side by side - both records as
      *          they stand on the cardholder and VFX member files,
      *          with any household either already belongs to - and
      *          the operator decides it: the same person twice, the
      *          same household, or not related. A pair confirmed as
      *          the same person or household has both records
      *          linked under one household ID on HHLINK.DAT: a new
      *          ID when neither has one, the existing one when one
      *          does, and when both belong to different households
      *          the higher-numbered household is folded into the
      *          lower. Every decision is audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-DUP-REVIEW IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-VFX-MBR.
       COPY SELECT-DUPCAND.
       COPY SELECT-HHLINK.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-VFX-MBR.
       COPY FD-DUPCAND.
       COPY FD-HHLINK.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-DPC-EOF                  PIC X VALUE SPACES.
       01  WS-HHL-EOF                  PIC X VALUE SPACES.
       01  WS-STOP                     PIC X VALUE 'N'.
       01  WS-DECIDE                   PIC X VALUE SPACE.
       01  WS-SHOW-SRC                 PIC X VALUE SPACE.
       01  WS-SHOW-ID                  PIC 9(8) VALUE ZERO.
       01  WS-FIND-HH                  PIC 9(8) VALUE ZERO.
       01  WS-HH-A                     PIC 9(8) VALUE ZERO.
       01  WS-HH-B                     PIC 9(8) VALUE ZERO.
       01  WS-HH-KEEP                  PIC 9(8) VALUE ZERO.
       01  WS-HH-FOLD                  PIC 9(8) VALUE ZERO.
       01  WS-HH-NEXT                  PIC 9(8) VALUE ZERO.
       01  WS-MERGE-DONE               PIC X VALUE 'N'.
       01  WS-DECIDED-CTR              PIC 9(5) VALUE ZERO.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-DUP-REVIEW' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O DPC-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO DUPLICATE PAIRS ON FILE - RUN G3-DUP-MATCH'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PROGRAM
       END-IF.
       OPEN I-O HHL-FILE.
       IF WS-STAT = 35
           CLOSE HHL-FILE
           OPEN OUTPUT HHL-FILE
           CLOSE HHL-FILE
           OPEN I-O HHL-FILE
       END-IF.
       OPEN INPUT CH-FILE.
       OPEN INPUT VM-FILE.
       MOVE LOW-VALUES TO DPC-KEY.
       START DPC-FILE KEY NOT LESS THAN DPC-KEY
           INVALID KEY
               MOVE 'Y' TO WS-DPC-EOF
       END-START.
       PERFORM UNTIL WS-DPC-EOF = 'Y' OR WS-STOP = 'Y'
           READ DPC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DPC-EOF
               NOT AT END
                   IF DPC-PENDING
                       PERFORM 100-REVIEW-PAIR
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY BLANK-SCREEN.
       DISPLAY WS-DECIDED-CTR ' PAIRS DECIDED'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
       CLOSE DPC-FILE
             HHL-FILE
             CH-FILE
             VM-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-REVIEW-PAIR.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'POSSIBLE DUPLICATE - SCORE ' DPC-SCORE '  WHY '
               DPC-WHY '  FOUND ' DPC-FOUND-DATE.
       DISPLAY '(WHY: P PHONE E EMAIL L/S LAST NAME F/I FIRST NAME'
               ' A/H ADDRESS Z ZIP)'.
       DISPLAY ' '.
       MOVE DPC-SRC-A TO WS-SHOW-SRC.
       MOVE DPC-ID-A  TO WS-SHOW-ID.
       PERFORM 200-SHOW-PERSON.
       DISPLAY ' '.
       MOVE DPC-SRC-B TO WS-SHOW-SRC.
       MOVE DPC-ID-B  TO WS-SHOW-ID.
       PERFORM 200-SHOW-PERSON.
       DISPLAY ' '.
       DISPLAY 'D=SAME PERSON  H=SAME HOUSEHOLD  N=NOT RELATED'.
       DISPLAY 'S=SKIP  X=STOP REVIEWING'.
       ACCEPT WS-DECIDE.
       EVALUATE WS-DECIDE
           WHEN 'D'
           WHEN 'd'
               MOVE 'D' TO DPC-STATUS
               PERFORM 300-LINK-HOUSEHOLD
               MOVE 'DUPSAM' TO WS-AUD-ACTION
               PERFORM 150-RECORD-DECISION
           WHEN 'H'
           WHEN 'h'
               MOVE 'H' TO DPC-STATUS
               PERFORM 300-LINK-HOUSEHOLD
               MOVE 'DUPHH' TO WS-AUD-ACTION
               PERFORM 150-RECORD-DECISION
           WHEN 'N'
           WHEN 'n'
               MOVE 'N' TO DPC-STATUS
               MOVE ZERO TO DPC-HH-ID
               MOVE 'DUPNOT' TO WS-AUD-ACTION
               PERFORM 150-RECORD-DECISION
           WHEN 'X'
           WHEN 'x'
               MOVE 'Y' TO WS-STOP
       END-EVALUATE.
      ******************************************************************
       150-RECORD-DECISION.
       MOVE WS-TODAY TO DPC-DEC-DATE.
       MOVE WS-OPERATOR-ID TO DPC-DEC-OPER.
       REWRITE DPC-REC.
       ADD 1 TO WS-DECIDED-CTR.
       MOVE DPC-KEY TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       200-SHOW-PERSON.
       IF WS-SHOW-SRC = 'C'
           MOVE WS-SHOW-ID TO CH-ID-KEY
           READ CH-FILE
               INVALID KEY
                   DISPLAY 'CARDHOLDER ' WS-SHOW-ID ' NO LONGER ON FILE'
               NOT INVALID KEY
                   DISPLAY 'CARDHOLDER ' CH-ID '  STATUS ' CH-STATUS
                   DISPLAY '  ' CH-FNAME ' ' CH-LNAME
                   DISPLAY '  ' CH-ADDRESS '  ZIP ' CH-ZIP
                   DISPLAY '  PHONE ' CH-PHONE '  ' CH-EMAIL
           END-READ
       ELSE
           MOVE WS-SHOW-ID TO VM-ID
           READ VM-FILE
               INVALID KEY
                   DISPLAY 'VFX MEMBER ' WS-SHOW-ID ' NO LONGER ON FILE'
               NOT INVALID KEY
                   DISPLAY 'VFX MEMBER ' VM-ID '  STATUS ' VM-STATUS
                           '  CAP1 LINK ' VM-CC
                   DISPLAY '  ' VM-FNAME ' ' VM-LNAME
                   DISPLAY '  ' VM-ADDRESS '  ZIP ' VM-ZIP
                   DISPLAY '  PHONE ' VM-PHONE '  ' VM-EMAIL
           END-READ
       END-IF.
       MOVE WS-SHOW-SRC TO HHL-SRC.
       MOVE WS-SHOW-ID  TO HHL-REC-ID.
       READ HHL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY '  HOUSEHOLD ' HHL-HH-ID
       END-READ.
      ******************************************************************
      * BOTH RECORDS END UP UNDER ONE HOUSEHOLD ID, WHICH IS KEPT ON
      * THE PAIR.
      ******************************************************************
       300-LINK-HOUSEHOLD.
       MOVE DPC-SRC-A TO HHL-SRC.
       MOVE DPC-ID-A  TO HHL-REC-ID.
       PERFORM 350-HH-OF.
       MOVE WS-FIND-HH TO WS-HH-A.
       MOVE DPC-SRC-B TO HHL-SRC.
       MOVE DPC-ID-B  TO HHL-REC-ID.
       PERFORM 350-HH-OF.
       MOVE WS-FIND-HH TO WS-HH-B.
       EVALUATE TRUE
           WHEN WS-HH-A = ZERO AND WS-HH-B = ZERO
               PERFORM 400-NEXT-HH-ID
               MOVE WS-HH-NEXT TO WS-HH-KEEP
           WHEN WS-HH-A = ZERO
               MOVE WS-HH-B TO WS-HH-KEEP
           WHEN WS-HH-B = ZERO
               MOVE WS-HH-A TO WS-HH-KEEP
           WHEN WS-HH-A = WS-HH-B
               MOVE WS-HH-A TO WS-HH-KEEP
           WHEN WS-HH-A < WS-HH-B
               MOVE WS-HH-A TO WS-HH-KEEP
               MOVE WS-HH-B TO WS-HH-FOLD
               PERFORM 450-FOLD-HOUSEHOLD
           WHEN OTHER
               MOVE WS-HH-B TO WS-HH-KEEP
               MOVE WS-HH-A TO WS-HH-FOLD
               PERFORM 450-FOLD-HOUSEHOLD
       END-EVALUATE.
       IF WS-HH-A = ZERO
           MOVE DPC-SRC-A TO HHL-SRC
           MOVE DPC-ID-A  TO HHL-REC-ID
           PERFORM 380-WRITE-LINK
       END-IF.
       IF WS-HH-B = ZERO
           MOVE DPC-SRC-B TO HHL-SRC
           MOVE DPC-ID-B  TO HHL-REC-ID
           PERFORM 380-WRITE-LINK
       END-IF.
       MOVE WS-HH-KEEP TO DPC-HH-ID.
       MOVE 'HHLINK' TO WS-AUD-ACTION.
       MOVE WS-HH-KEEP TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'LINKED UNDER HOUSEHOLD ' WS-HH-KEEP.
      ******************************************************************
       350-HH-OF.
       MOVE ZERO TO WS-FIND-HH.
       READ HHL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE HHL-HH-ID TO WS-FIND-HH
       END-READ.
      ******************************************************************
       380-WRITE-LINK.
       MOVE WS-HH-KEEP TO HHL-HH-ID.
       MOVE WS-TODAY TO HHL-LINK-DATE.
       MOVE WS-OPERATOR-ID TO HHL-OPER.
       WRITE HHL-REC
           INVALID KEY
               REWRITE HHL-REC
       END-WRITE.
      ******************************************************************
      * NEXT HOUSEHOLD ID: ONE PAST THE HIGHEST IN USE.
      ******************************************************************
       400-NEXT-HH-ID.
       MOVE ZERO TO WS-HH-NEXT.
       MOVE SPACES TO WS-HHL-EOF.
       MOVE LOW-VALUES TO HHL-KEY.
       START HHL-FILE KEY NOT LESS THAN HHL-KEY
           INVALID KEY
               MOVE 'Y' TO WS-HHL-EOF
       END-START.
       PERFORM UNTIL WS-HHL-EOF = 'Y'
           READ HHL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HHL-EOF
               NOT AT END
                   IF HHL-HH-ID > WS-HH-NEXT
                       MOVE HHL-HH-ID TO WS-HH-NEXT
                   END-IF
           END-READ
       END-PERFORM.
       ADD 1 TO WS-HH-NEXT.
      ******************************************************************
      * TWO HOUSEHOLDS FOUND TO BE ONE: EVERY MEMBER OF THE FOLDED
      * HOUSEHOLD IS MOVED TO THE KEPT ONE. THE SEARCH IS RESTARTED
      * AFTER EACH MOVE SINCE THE REWRITE CHANGES THE KEY IT RUNS ON.
      ******************************************************************
       450-FOLD-HOUSEHOLD.
       MOVE 'N' TO WS-MERGE-DONE.
       PERFORM UNTIL WS-MERGE-DONE = 'Y'
           MOVE WS-HH-FOLD TO HHL-HH-ID
           START HHL-FILE KEY = HHL-HH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MERGE-DONE
               NOT INVALID KEY
                   READ HHL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-MERGE-DONE
                       NOT AT END
                           MOVE WS-HH-KEEP TO HHL-HH-ID
                           MOVE WS-TODAY TO HHL-LINK-DATE
                           MOVE WS-OPERATOR-ID TO HHL-OPER
                           REWRITE HHL-REC
                   END-READ
           END-START
       END-PERFORM.
       MOVE 'HHFOLD' TO WS-AUD-ACTION.
       MOVE WS-HH-FOLD TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
