      ******************************************************************
      *PROGRAM:  Capital One Unclaimed Property (Escheat) Run
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Monthly batch that follows money we hold for an
      *          owner who has gone quiet. A refund check still
      *          outstanding on the register CAP1-ESCH-STALE-DY days
      *          after it was cut, and a credit balance on an account
      *          with no cardholder activity for the dormancy period
      *          of the owner's state (ESCH-STATE.TXT by the state on
      *          the ZIP master, else CAP1-ESCH-DORM-MO months), each
      *          open an unclaimed property case on ESCHEAT.DAT and
      *          draw a due-diligence letter through the mail
      *          spooler. A case whose check is cashed, or whose
      *          account is used or no longer in credit, closes as
      *          reclaimed. One still unanswered CAP1-ESCH-WAIT-DY
      *          days after the letter escheats: a stale check is
      *          voided back onto the account ('R'), and to the bank
      *          on the next positive pay file, and the same
      *          amount turned over ('U'); a credit balance is turned
      *          over ('U'), bringing it to zero. Escheated items sit
      *          as escheat liability under the owner's state until
      *          the yearly remittance (G3-CAP1-ESCH-REMIT). Every
      *          action is audited and listed on ESCHEAT-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-ESCHEAT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-REFREG.
       COPY SELECT-ESCHEAT.
       COPY SELECT-ESCH-RUN.
       COPY SELECT-ZIP.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-REFREG.
       COPY FD-ESCHEAT.
       COPY FD-ESCH-RUN.
       COPY FD-ZIP.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-ZIP-STAT                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY           PIC 9(4).
           03  WS-TODAY-MM             PIC 9(2).
           03  FILLER                  PIC 9(2).
       01  WS-TODAY-INT                PIC 9(7) VALUE ZERO.
       01  WS-TODAY-MOS                PIC 9(6) VALUE ZERO.
       01  WS-RRG-AVAIL                PIC X VALUE 'N'.
       01  WS-ZIP-AVAIL                PIC X VALUE 'N'.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-RRG-EOF                  PIC X VALUE SPACES.
       01  WS-ESC-EOF                  PIC X VALUE SPACES.
       01  WS-EST-EOF                  PIC X VALUE SPACES.
       01  WS-TRAN-EOF                 PIC X VALUE SPACES.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-ESC-OPEN                 PIC X VALUE 'N'.
       01  WS-DAYS                     PIC S9(7) VALUE ZERO.
       01  WS-LAST-ACT                 PIC 9(8) VALUE ZERO.
       01  WS-LAST-ACT-R REDEFINES WS-LAST-ACT.
           03  WS-LAST-ACT-YYYY        PIC 9(4).
           03  WS-LAST-ACT-MM          PIC 9(2).
           03  FILLER                  PIC 9(2).
       01  WS-LAST-MOS                 PIC 9(6) VALUE ZERO.
       01  WS-TRAN-DATE-N              PIC 9(8) VALUE ZERO.
       01  WS-DORM-MO                  PIC 9(3) VALUE ZERO.
       01  WS-CREDIT-AMT               PIC 9(7)V99 VALUE ZERO.
       01  WS-OWNER-ADDRESS            PIC X(20) VALUE SPACES.
       01  WS-OWNER-ZIP                PIC 9(5) VALUE ZERO.
       01  WS-OWNER-STATE              PIC XX VALUE SPACES.
       01  WS-POST-TYPE                PIC X VALUE SPACE.
       01  WS-POST-AMT                 PIC 9(7)V99 VALUE ZERO.
       01  WS-POST-ITEM                PIC X(25) VALUE SPACES.
       01  WS-LETTER-CTR               PIC 9(5) VALUE ZERO.
       01  WS-RECLAIM-CTR              PIC 9(5) VALUE ZERO.
       01  WS-ESCH-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-ESCH-AMT                 PIC 9(9)V99 VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

       01  WS-ST-COUNT                 PIC 99 VALUE ZERO.
       01  WS-ST-IDX                   PIC 99 VALUE ZERO.
       01  WS-ST-TABLE.
           03  WS-ST-ENTRY OCCURS 60 TIMES.
               05  WS-ST-CODE          PIC XX.
               05  WS-ST-DORM-MO       PIC 9(3).

       01  OUT-ESR-HEAD.
           03  FILLER                  PIC X(29)
                   VALUE 'UNCLAIMED PROPERTY RUN FOR '.
           03  OUT-ESRH-DATE           PIC 9(8).

       01  OUT-ESR-LINE.
           03  OUT-ESR-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ESR-ACTION          PIC X(10).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ESR-SOURCE          PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESR-REF             PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ESR-AMT             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ESR-STATE           PIC XX.

       01  OUT-ESR-TOTAL.
           03  FILLER                  PIC X(9)  VALUE 'LETTERS: '.
           03  OUT-ESRT-LETTERS        PIC ZZZZ9.
           03  FILLER                  PIC X(13) VALUE '  RECLAIMED: '.
           03  OUT-ESRT-RECLAIMED      PIC ZZZZ9.
           03  FILLER                  PIC X(13) VALUE '  ESCHEATED: '.
           03  OUT-ESRT-ESCHEATED      PIC ZZZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESRT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-ESCHEAT' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           COMPUTE WS-TODAY-MOS = WS-TODAY-YYYY * 12 + WS-TODAY-MM.
           PERFORM 150-LOAD-PARMS.
           PERFORM 160-LOAD-STATES.
           OPEN I-O CH-FILE
                    CC-TRAN-FILE.
           OPEN I-O RRG-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RRG-AVAIL
           END-IF.
           OPEN I-O ESC-FILE.
           IF WS-STAT = 35
               CLOSE ESC-FILE
               OPEN OUTPUT ESC-FILE
               CLOSE ESC-FILE
               OPEN I-O ESC-FILE
           END-IF.
           OPEN INPUT ZIP-MST-OUT.
           IF WS-ZIP-STAT = '00'
               MOVE 'Y' TO WS-ZIP-AVAIL
           END-IF.
           OPEN OUTPUT ESCH-RPT-FILE.
           MOVE WS-TODAY TO OUT-ESRH-DATE.
           MOVE OUT-ESR-HEAD TO ESCH-RPT-LINE.
           WRITE ESCH-RPT-LINE.
           PERFORM 200-OPEN-CASES.
           IF WS-RRG-AVAIL = 'Y'
               PERFORM 400-STALE-CHECKS
           END-IF.
           PERFORM 500-IDLE-CREDITS.
           MOVE WS-LETTER-CTR  TO OUT-ESRT-LETTERS.
           MOVE WS-RECLAIM-CTR TO OUT-ESRT-RECLAIMED.
           MOVE WS-ESCH-CTR    TO OUT-ESRT-ESCHEATED.
           MOVE WS-ESCH-AMT    TO OUT-ESRT-AMT.
           MOVE OUT-ESR-TOTAL TO ESCH-RPT-LINE.
           WRITE ESCH-RPT-LINE.
           CLOSE CH-FILE
                 CC-TRAN-FILE
                 ESC-FILE
                 ESCH-RPT-FILE.
           MOVE 'ESCHEAT-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-ESCHEAT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-RRG-AVAIL = 'Y'
               CLOSE RRG-FILE
           END-IF.
           IF WS-ZIP-AVAIL = 'Y'
               CLOSE ZIP-MST-OUT
           END-IF.
           DISPLAY 'ESCHEAT RUN COMPLETE - ' WS-LETTER-CTR ' LETTERS, '
                   WS-RECLAIM-CTR ' RECLAIMED, ' WS-ESCH-CTR
                   ' ESCHEATED'.
           GOBACK.
      ******************************************************************
       150-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'ESCH-STALE-DY' TO WS-PARM-NAME.
       MOVE CAP1-ESCH-STALE-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-ESCH-STALE-DY.
       MOVE 'ESCH-DORM-MO' TO WS-PARM-NAME.
       MOVE CAP1-ESCH-DORM-MO TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-ESCH-DORM-MO.
       MOVE 'ESCH-WAIT-DY' TO WS-PARM-NAME.
       MOVE CAP1-ESCH-WAIT-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-ESCH-WAIT-DY.
      ******************************************************************
       160-LOAD-STATES.
       OPEN INPUT ESCH-STATE-FILE.
       PERFORM UNTIL WS-EST-EOF = 'Y'
           READ ESCH-STATE-FILE
               AT END
                   MOVE 'Y' TO WS-EST-EOF
               NOT AT END
                   IF WS-ST-COUNT < 60
                       ADD 1 TO WS-ST-COUNT
                       MOVE EST-STATE TO WS-ST-CODE (WS-ST-COUNT)
                       MOVE EST-DORM-MO TO WS-ST-DORM-MO (WS-ST-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ESCH-STATE-FILE.
      ******************************************************************
      * CASES ALREADY LETTERED: RECLAIMED IF THE OWNER HAS SURFACED,
      * ESCHEATED IF THE WAIT AFTER THE LETTER HAS RUN OUT.
      ******************************************************************
       200-OPEN-CASES.
       MOVE LOW-VALUES TO ESC-KEY.
       START ESC-FILE KEY NOT LESS THAN ESC-KEY
           INVALID KEY
               MOVE 'Y' TO WS-ESC-EOF
       END-START.
       PERFORM UNTIL WS-ESC-EOF = 'Y'
           READ ESC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ESC-EOF
               NOT AT END
                   IF ESC-LETTER-SENT
                       PERFORM 250-WORK-CASE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       250-WORK-CASE.
       MOVE ESC-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       COMPUTE WS-DAYS = WS-TODAY-INT
           - FUNCTION INTEGER-OF-DATE (ESC-OPEN-DATE).
       IF ESC-SRC-CHECK
           IF WS-RRG-AVAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ESC-REF TO RRG-CHECK-NO
           READ RRG-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT RRG-LETTER-SENT
               PERFORM 270-RECLAIM
           ELSE
               IF WS-DAYS >= CAP1-ESCH-WAIT-DY
                   PERFORM 300-ESCHEAT-CHECK
               END-IF
           END-IF
       ELSE
           PERFORM 600-LAST-ACTIVITY
           IF WS-LAST-ACT > ESC-LAST-ACT
                   OR CH-BAL NOT < ZERO OR CH-MEMO-BAL NOT < ZERO
               PERFORM 270-RECLAIM
           ELSE
               IF WS-DAYS >= CAP1-ESCH-WAIT-DY
                   PERFORM 350-ESCHEAT-BALANCE
               END-IF
           END-IF
       END-IF.
      ******************************************************************
       270-RECLAIM.
       MOVE 'R' TO ESC-STATUS.
       REWRITE ESC-REC.
       ADD 1 TO WS-RECLAIM-CTR.
       MOVE 'RECLAIMED' TO OUT-ESR-ACTION.
       MOVE 'ESCRCL' TO WS-AUD-ACTION.
       PERFORM 850-REPORT.
      ******************************************************************
      * THE UNCASHED CHECK IS VOIDED BACK ONTO THE ACCOUNT AND THE
      * SAME DOLLARS TURNED OVER, SO THE ACCOUNT NETS TO WHERE IT
      * STOOD AND THE MONEY MOVES FROM CASH TO ESCHEAT LIABILITY.
      ******************************************************************
       300-ESCHEAT-CHECK.
       MOVE 'E' TO RRG-STATUS.
       MOVE WS-TODAY TO RRG-VOID-DATE.
       MOVE 'V' TO RRG-PP-STATUS.
       REWRITE RRG-REC.
       MOVE 'R' TO WS-POST-TYPE.
       MOVE RRG-AMT TO WS-POST-AMT.
       MOVE 'REFUND CHECK VOIDED' TO WS-POST-ITEM.
       PERFORM 700-POST-TRAN.
       MOVE 'U' TO WS-POST-TYPE.
       MOVE 'ESCHEAT UNCASHED CHECK' TO WS-POST-ITEM.
       PERFORM 700-POST-TRAN.
       PERFORM 380-CASE-ESCHEATED.
      ******************************************************************
       350-ESCHEAT-BALANCE.
       COMPUTE WS-CREDIT-AMT = ZERO - CH-MEMO-BAL.
       MOVE 'U' TO WS-POST-TYPE.
       MOVE WS-CREDIT-AMT TO WS-POST-AMT.
       MOVE 'ESCHEAT CREDIT BALANCE' TO WS-POST-ITEM.
       PERFORM 700-POST-TRAN.
       ADD WS-CREDIT-AMT TO CH-MEMO-BAL.
       REWRITE CH-REC.
       MOVE WS-CREDIT-AMT TO ESC-AMT.
       PERFORM 380-CASE-ESCHEATED.
      ******************************************************************
       380-CASE-ESCHEATED.
       MOVE 'E' TO ESC-STATUS.
       MOVE WS-TODAY TO ESC-ESCH-DATE.
       REWRITE ESC-REC.
       ADD 1 TO WS-ESCH-CTR.
       ADD ESC-AMT TO WS-ESCH-AMT.
       MOVE 'ESCHEATED' TO OUT-ESR-ACTION.
       MOVE 'ESCHT' TO WS-AUD-ACTION.
       PERFORM 850-REPORT.
      ******************************************************************
      * REFUND CHECKS OUTSTANDING PAST THE STALE DATE WITH NO LETTER
      * YET.
      ******************************************************************
       400-STALE-CHECKS.
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
                   IF RRG-OUTSTANDING
                       COMPUTE WS-DAYS = WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE (RRG-ISSUE-DATE)
                       IF WS-DAYS >= CAP1-ESCH-STALE-DY
                           PERFORM 450-CHECK-LETTER
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       450-CHECK-LETTER.
       MOVE RRG-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       PERFORM 650-OWNER-ADDRESS.
       MOVE 'C' TO ESC-SOURCE.
       MOVE RRG-CHECK-NO TO ESC-REF.
       MOVE RRG-AMT TO ESC-AMT.
       MOVE RRG-ISSUE-DATE TO ESC-LAST-ACT.
       PERFORM 800-OPEN-CASE.
       MOVE 'L' TO RRG-STATUS.
       REWRITE RRG-REC.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'UNCASHED CHECK NOTICE FOR ACCT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       PERFORM 820-LETTER.
      ******************************************************************
      * CREDIT BALANCES ON ACCOUNTS IDLE PAST THE OWNER'S STATE
      * DORMANCY PERIOD WITH NO CASE ALREADY OPEN. A BALANCE A REFUND
      * CHECK OR AN EARLIER ESCHEAT HAS ALREADY SQUARED (MEMO AT
      * ZERO) IS LEFT ALONE.
      ******************************************************************
       500-IDLE-CREDITS.
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
                   IF CH-BAL < ZERO AND CH-MEMO-BAL < ZERO
                           AND NOT CH-STAT-CHARGED-OFF
                       PERFORM 550-CREDIT-CHECK
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       550-CREDIT-CHECK.
       PERFORM 600-LAST-ACTIVITY.
       PERFORM 650-OWNER-ADDRESS.
       PERFORM 660-STATE-DORMANCY.
       IF WS-LAST-ACT NOT = ZERO
           COMPUTE WS-LAST-MOS =
               WS-LAST-ACT-YYYY * 12 + WS-LAST-ACT-MM
           IF WS-TODAY-MOS - WS-LAST-MOS < WS-DORM-MO
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE 'N' TO WS-ESC-OPEN.
       MOVE SPACES TO WS-ESC-EOF.
       MOVE 'B' TO ESC-SOURCE.
       MOVE CH-ID TO ESC-REF.
       MOVE ZERO TO ESC-OPEN-DATE.
       START ESC-FILE KEY NOT LESS THAN ESC-KEY
           INVALID KEY
               MOVE 'Y' TO WS-ESC-EOF
       END-START.
       PERFORM UNTIL WS-ESC-EOF = 'Y'
           READ ESC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ESC-EOF
               NOT AT END
                   IF ESC-SOURCE NOT = 'B' OR ESC-REF NOT = CH-ID
                       MOVE 'Y' TO WS-ESC-EOF
                   ELSE
                       IF ESC-LETTER-SENT
                           MOVE 'Y' TO WS-ESC-OPEN
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-ESC-OPEN = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'B' TO ESC-SOURCE.
       MOVE CH-ID TO ESC-REF.
       COMPUTE ESC-AMT = ZERO - CH-MEMO-BAL.
       MOVE WS-LAST-ACT TO ESC-LAST-ACT.
       PERFORM 800-OPEN-CASE.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'UNCLAIMED FUNDS NOTICE FOR ACCT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       PERFORM 820-LETTER.
      ******************************************************************
      * LATEST CARDHOLDER ACTIVITY ON THE ACCOUNT - MONTH-END'S OWN
      * POSTINGS DO NOT COUNT. ZERO WHEN THERE IS NONE ON FILE.
      ******************************************************************
       600-LAST-ACTIVITY.
       MOVE ZERO TO WS-LAST-ACT.
       MOVE SPACES TO WS-TRAN-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TRAN-EOF
       END-START.
       PERFORM UNTIL WS-TRAN-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END
                   IF CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-TRAN-EOF
                   ELSE
                       IF NOT CC-SRC-MONTHEND
                           MOVE CC-TRAN-TSTAMP (1:8) TO WS-TRAN-DATE-N
                           IF WS-TRAN-DATE-N > WS-LAST-ACT
                               MOVE WS-TRAN-DATE-N TO WS-LAST-ACT
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * WHERE THE OWNER GETS MAIL, AS THE REFUND CHECK AND STATEMENT
      * ADDRESS IT, AND THE STATE THAT ZIP BELONGS TO.
      ******************************************************************
       650-OWNER-ADDRESS.
       IF CH-BILL-USE-2-ON
           MOVE CH-BILL-ADDRESS TO WS-OWNER-ADDRESS
           MOVE CH-BILL-ZIP     TO WS-OWNER-ZIP
       ELSE
           MOVE CH-ADDRESS TO WS-OWNER-ADDRESS
           MOVE CH-ZIP     TO WS-OWNER-ZIP
       END-IF.
       MOVE SPACES TO WS-OWNER-STATE.
       IF WS-ZIP-AVAIL = 'Y'
           MOVE WS-OWNER-ZIP TO ZIP-KEY
           READ ZIP-MST-OUT KEY IS ZIP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZIP-STATEO TO WS-OWNER-STATE
           END-READ
       END-IF.
      ******************************************************************
       660-STATE-DORMANCY.
       MOVE CAP1-ESCH-DORM-MO TO WS-DORM-MO.
       PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
           IF WS-ST-CODE (WS-ST-IDX) = WS-OWNER-STATE
               MOVE WS-ST-DORM-MO (WS-ST-IDX) TO WS-DORM-MO
           END-IF
       END-PERFORM.
      ******************************************************************
       700-POST-TRAN.
       MOVE CH-ID TO CC-ID.
       MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP.
       MOVE WS-POST-TYPE TO TRAN-TYPE.
       MOVE WS-POST-AMT TO CC-TRAN-PRICE.
       MOVE WS-POST-ITEM TO CC-TRAN-ITEM.
       MOVE 'N' TO CC-DISPUTED.
       MOVE ZERO TO CC-MER-ID.
       MOVE 'SYS' TO CC-TRAN-SOURCE.
       MOVE ZERO TO CC-LOC-ID.
       MOVE ZERO TO CC-ISS-ID.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE SPACES TO CC-TRAN-OPER.
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
      ******************************************************************
       800-OPEN-CASE.
       MOVE WS-TODAY TO ESC-OPEN-DATE.
       MOVE CH-ID TO ESC-CH-ID.
       MOVE 'L' TO ESC-STATUS.
       MOVE CH-FNAME TO ESC-FNAME.
       MOVE CH-LNAME TO ESC-LNAME.
       MOVE WS-OWNER-ADDRESS TO ESC-ADDRESS.
       MOVE WS-OWNER-ZIP TO ESC-ZIP.
       MOVE WS-OWNER-STATE TO ESC-STATE.
       MOVE ZERO TO ESC-ESCH-DATE.
       MOVE ZERO TO ESC-REMIT-YEAR.
       WRITE ESC-REC.
       ADD 1 TO WS-LETTER-CTR.
       MOVE 'LETTER' TO OUT-ESR-ACTION.
       MOVE 'ESCLTR' TO WS-AUD-ACTION.
       PERFORM 850-REPORT.
      ******************************************************************
       820-LETTER.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
      ******************************************************************
       850-REPORT.
       MOVE ESC-CH-ID TO OUT-ESR-ID.
       MOVE ESC-SOURCE TO OUT-ESR-SOURCE.
       MOVE ESC-REF TO OUT-ESR-REF.
       MOVE ESC-AMT TO OUT-ESR-AMT.
       MOVE ESC-STATE TO OUT-ESR-STATE.
       MOVE OUT-ESR-LINE TO ESCH-RPT-LINE.
       WRITE ESCH-RPT-LINE.
       MOVE ESC-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
