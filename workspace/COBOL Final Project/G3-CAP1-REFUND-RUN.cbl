      *          credit), the memo balance squared, an audit entry,
      *          and a notice to the member through G3-SEND-EMAIL.
      *          Replaces the ops-desk notebook where these used to
      *          be parked. Each check is numbered and entered on the
      *          refund check register (REFCHECK.DAT) as outstanding
      *          under the payee's name, so an uncashed check can be
      *          followed to escheat, and the run ends by sending the
      *          new checks to the bank on a positive pay file
      *          (G3-CAP1-POSPAY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-REFUND-RUN IS INITIAL.
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
       01  WS-CREDIT-AMT               PIC 9(7)V99 VALUE ZERO.
       01  WS-CHECK-CTR                PIC 9(5) VALUE ZERO.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-RRG-EOF                  PIC X VALUE SPACES.
       01  WS-NEXT-CHECK-NO            PIC 9(8) VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

           03  OUT-REF-ZIP             PIC 9(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-REF-AMT             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-REF-CHECK-NO        PIC 9(8).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-REFUND-RUN' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O CH-FILE
                    CC-TRAN-FILE.
           OPEN I-O RRG-FILE.
           IF WS-STAT = 35
               CLOSE RRG-FILE
               OPEN OUTPUT RRG-FILE
               CLOSE RRG-FILE
               OPEN I-O RRG-FILE
           END-IF.
           PERFORM 150-LAST-CHECK-NO.
           OPEN EXTEND REFCHK-FILE.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
           END-PERFORM.
           CLOSE CH-FILE
                 CC-TRAN-FILE
                 REFCHK-FILE
                 RRG-FILE.
           DISPLAY 'REFUND RUN COMPLETE - ' WS-CHECK-CTR
                   ' CHECKS WRITTEN'.
           CALL 'G3-CAP1-POSPAY'.
           GOBACK.
      ******************************************************************
      * CHECK NUMBERS RUN ON FROM THE HIGHEST ON THE REGISTER.
      ******************************************************************
       150-LAST-CHECK-NO.
       MOVE ZERO TO WS-NEXT-CHECK-NO.
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
      ******************************************************************
       200-CUT-CHECK.
       ADD 1 TO WS-NEXT-CHECK-NO.
       MOVE SPACES TO OUT-REFCHK-LINE.
       MOVE CH-ID      TO OUT-REF-ID.
       MOVE CH-FNAME   TO OUT-REF-FNAME.
           MOVE CH-ZIP     TO OUT-REF-ZIP
       END-IF.
       MOVE WS-CREDIT-AMT TO OUT-REF-AMT.
       MOVE WS-NEXT-CHECK-NO TO OUT-REF-CHECK-NO.
       MOVE OUT-REFCHK-LINE TO REFCHK-LINE.
       WRITE REFCHK-LINE.
       MOVE WS-NEXT-CHECK-NO TO RRG-CHECK-NO.
       MOVE CH-ID TO RRG-CH-ID.
       MOVE WS-CREDIT-AMT TO RRG-AMT.
       MOVE WS-TODAY TO RRG-ISSUE-DATE.
       MOVE 'O' TO RRG-STATUS.
       MOVE ZERO TO RRG-PAID-DATE.
       MOVE SPACES TO RRG-PAYEE.
       STRING CH-FNAME DELIMITED BY '  '
              ' ' DELIMITED BY SIZE
              CH-LNAME DELIMITED BY '  '
               INTO RRG-PAYEE.
       MOVE ZERO TO RRG-VOID-DATE.
       MOVE ZERO TO RRG-LINK-NO.
       MOVE 'I' TO RRG-PP-STATUS.
       WRITE RRG-REC.
       ADD 1 TO WS-CHECK-CTR.
      * THE CHECK IS A DISBURSEMENT AGAINST THE CREDIT: POSTED AS A
      * 'W' SO THE NEXT MONTH-END ROLL BRINGS THE BALANCE TO ZERO.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE SPACES TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
