      ******************************************************************
      *PROGRAM:  Visa Address Verification Mismatch Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Monthly report, by merchant, of the address
      *          verification results on card-not-present charges:
      *          charges checked, full match, ZIP only, no match, and
      *          the no-match charges declined outright ('AV' lines
      *          on DECLINE.TXT, which carry the merchant). A merchant
      *          whose no-match share of everything checked reaches
      *          CAP1-FRAUD-AVS-PCT (parameter FRAUD-AVS-PCT) is
      *          marked REVIEW - the fraud desk's worklist of
      *          merchants taking charges from people who do not
      *          know the billing address. Covers the month keyed at
      *          the prompt, last calendar month by default. Written
      *          to AVS-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-AVS-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-CC-TRAN.
       COPY SELECT-DECLINE.
       SELECT OPTIONAL AVS-RPT-FILE
               ASSIGN TO 'AVS-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-CC-TRAN.
       COPY FD-DECLINE.
       FD  AVS-RPT-FILE.
       01  AVS-RPT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-DCL-EOF                  PIC X VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-IN-MONTH                 PIC X(6) VALUE SPACES.
       01  WS-RPT-YM                   PIC X(6) VALUE SPACES.
       01  WS-RPT-YR                   PIC 9(4) VALUE ZERO.
       01  WS-RPT-MO                   PIC 9(2) VALUE ZERO.
       01  WS-AV-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-AV-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-AV-HIT                   PIC X VALUE 'N'.
       01  WS-AV-MER                   PIC 9(8) VALUE ZERO.
       01  WS-AV-TABLE.
           03  WS-AV-ENTRY OCCURS 300 TIMES.
               05  WS-AV-MER-ID        PIC 9(8).
               05  WS-AV-FULL          PIC 9(7).
               05  WS-AV-ZIP           PIC 9(7).
               05  WS-AV-MISS          PIC 9(7).
               05  WS-AV-MISS-AMT      PIC 9(9)V99.
               05  WS-AV-DECL          PIC 9(7).
       01  WS-CHECKED                  PIC 9(7) VALUE ZERO.
       01  WS-MISS-ALL                 PIC 9(7) VALUE ZERO.
       01  WS-MISS-PCT                 PIC 9V9(4) VALUE ZERO.
       01  WS-REVIEW-CTR               PIC 9(5) VALUE ZERO.

       01  OUT-AVS-LINE.
           03  OUT-AV-MER              PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-AV-NAME             PIC X(20).
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-CHECKED          PIC ZZZZZZ9.
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-FULL             PIC ZZZZZZ9.
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-ZIP              PIC ZZZZZZ9.
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-MISS             PIC ZZZZZZ9.
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-DECL             PIC ZZZZZZ9.
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-PCT              PIC ZZ9.9.
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-MISS-AMT         PIC ZZZZZZ9.99.
           03  FILLER                  PIC X    VALUE SPACE.
           03  OUT-AV-FLAG             PIC X(6).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE 'FRAUD-AVS-PCT' TO WS-PARM-NAME.
           MOVE CAP1-FRAUD-AVS-PCT TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-FRAUD-AVS-PCT.
           PERFORM 050-REPORT-MONTH.
           OPEN INPUT CC-TRAN-FILE.
           PERFORM 200-SWEEP.
           CLOSE CC-TRAN-FILE.
           PERFORM 300-DECLINES.
           OPEN INPUT MER-FILE.
           OPEN OUTPUT AVS-RPT-FILE.
           MOVE SPACES TO AVS-RPT-LINE.
           STRING 'ADDRESS VERIFICATION MISMATCH BY MERCHANT - MONTH '
                   WS-RPT-YM DELIMITED BY SIZE INTO AVS-RPT-LINE.
           WRITE AVS-RPT-LINE.
           MOVE SPACES TO AVS-RPT-LINE.
           STRING 'MERCHANT  NAME                 CHECKED    FULL'
                  '     ZIP   NOMAT DECLINE   PCT  NOMAT-AMT'
                   DELIMITED BY SIZE INTO AVS-RPT-LINE.
           WRITE AVS-RPT-LINE.
           PERFORM 400-PRINT-ONE VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-COUNT.
           MOVE SPACES TO AVS-RPT-LINE.
           STRING 'MERCHANTS FLAGGED FOR FRAUD REVIEW: ' WS-REVIEW-CTR
                   DELIMITED BY SIZE INTO AVS-RPT-LINE.
           WRITE AVS-RPT-LINE.
           CLOSE MER-FILE
                 AVS-RPT-FILE.
           MOVE 'AVS-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-AVS-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'AVS MISMATCH REPORT COMPLETE - MONTH ' WS-RPT-YM
                   '  FLAGGED: ' WS-REVIEW-CTR.
           EXIT PROGRAM.
      ******************************************************************
      * THE MONTH IS KEYED AS YYYYMM; ENTER (OR A RUN WITH NOBODY AT
      * THE KEYBOARD) TAKES THE CALENDAR MONTH JUST CLOSED.
      ******************************************************************
       050-REPORT-MONTH.
       DISPLAY 'REPORT MONTH (YYYYMM, ENTER = LAST MONTH):'.
       ACCEPT WS-IN-MONTH.
       IF WS-IN-MONTH IS NUMERIC
               AND WS-IN-MONTH (5:2) >= '01'
               AND WS-IN-MONTH (5:2) <= '12'
           MOVE WS-IN-MONTH TO WS-RPT-YM
       ELSE
           MOVE WS-YEAR  TO WS-RPT-YR
           MOVE WS-MONTH TO WS-RPT-MO
           IF WS-RPT-MO > 1
               SUBTRACT 1 FROM WS-RPT-MO
           ELSE
               SUBTRACT 1 FROM WS-RPT-YR
               MOVE 12 TO WS-RPT-MO
           END-IF
           MOVE WS-RPT-YR TO WS-RPT-YM (1:4)
           MOVE WS-RPT-MO TO WS-RPT-YM (5:2)
       END-IF.
      ******************************************************************
       200-SWEEP.
       MOVE ZERO TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CC-EOF
       END-START.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF CC-AVS-CHECKED
                           AND CC-TRAN-YEAR = WS-RPT-YM (1:4)
                           AND CC-TRAN-MONTH = WS-RPT-YM (5:2)
                       MOVE CC-MER-ID TO WS-AV-MER
                       PERFORM 250-FIND-MER
                       EVALUATE TRUE
                           WHEN CC-AVS-FULL
                               ADD 1 TO WS-AV-FULL (WS-AV-IDX)
                           WHEN CC-AVS-ZIP-ONLY
                               ADD 1 TO WS-AV-ZIP (WS-AV-IDX)
                           WHEN CC-AVS-NO-MATCH
                               ADD 1 TO WS-AV-MISS (WS-AV-IDX)
                               ADD CC-TRAN-PRICE
                                   TO WS-AV-MISS-AMT (WS-AV-IDX)
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * LEAVES WS-AV-IDX ON THE MERCHANT'S ROW, ADDING ONE IF NEW;
      * PAST 300 MERCHANTS THE LAST ROW ABSORBS THE OVERFLOW.
      ******************************************************************
       250-FIND-MER.
       MOVE 'N' TO WS-AV-HIT.
       PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-AV-COUNT OR WS-AV-HIT = 'Y'
           IF WS-AV-MER-ID (WS-AV-IDX) = WS-AV-MER
               MOVE 'Y' TO WS-AV-HIT
           END-IF
       END-PERFORM.
       IF WS-AV-HIT = 'Y'
           SUBTRACT 1 FROM WS-AV-IDX
       ELSE
           IF WS-AV-COUNT < 300
               ADD 1 TO WS-AV-COUNT
               MOVE WS-AV-COUNT TO WS-AV-IDX
               MOVE WS-AV-MER TO WS-AV-MER-ID (WS-AV-IDX)
               MOVE ZERO TO WS-AV-FULL (WS-AV-IDX)
                            WS-AV-ZIP (WS-AV-IDX)
                            WS-AV-MISS (WS-AV-IDX)
                            WS-AV-MISS-AMT (WS-AV-IDX)
                            WS-AV-DECL (WS-AV-IDX)
           ELSE
               MOVE WS-AV-COUNT TO WS-AV-IDX
           END-IF
       END-IF.
      ******************************************************************
      * THE DECLINE FILE IS AN OPTIONAL SELECT, SO A MISSING FILE
      * READS AS EMPTY. ONLY ADDRESS VERIFICATION DECLINES CARRY THE
      * MERCHANT.
      ******************************************************************
       300-DECLINES.
       MOVE SPACES TO WS-DCL-EOF.
       OPEN INPUT DECLINE-FILE.
       PERFORM UNTIL WS-DCL-EOF = 'Y'
           READ DECLINE-FILE
               AT END
                   MOVE 'Y' TO WS-DCL-EOF
               NOT AT END
                   IF DCL-REASON = 'AV'
                           AND DCL-MER-ID IS NUMERIC
                           AND DCL-YEAR = WS-RPT-YM (1:4)
                           AND DCL-MONTH = WS-RPT-YM (5:2)
                       MOVE DCL-MER-ID TO WS-AV-MER
                       PERFORM 250-FIND-MER
                       ADD 1 TO WS-AV-DECL (WS-AV-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE DECLINE-FILE.
      ******************************************************************
       400-PRINT-ONE.
       MOVE SPACES TO OUT-AVS-LINE.
       MOVE WS-AV-MER-ID (WS-AV-IDX) TO OUT-AV-MER.
       MOVE WS-AV-MER-ID (WS-AV-IDX) TO MER-ID.
       READ MER-FILE
           INVALID KEY
               MOVE 'UNKNOWN MERCHANT' TO OUT-AV-NAME
           NOT INVALID KEY
               MOVE MER-NAME TO OUT-AV-NAME
       END-READ.
       COMPUTE WS-CHECKED = WS-AV-FULL (WS-AV-IDX)
               + WS-AV-ZIP (WS-AV-IDX) + WS-AV-MISS (WS-AV-IDX)
               + WS-AV-DECL (WS-AV-IDX).
       COMPUTE WS-MISS-ALL = WS-AV-MISS (WS-AV-IDX)
               + WS-AV-DECL (WS-AV-IDX).
       MOVE ZERO TO WS-MISS-PCT.
       IF WS-CHECKED > ZERO
           COMPUTE WS-MISS-PCT ROUNDED = WS-MISS-ALL / WS-CHECKED
       END-IF.
       MOVE WS-CHECKED TO OUT-AV-CHECKED.
       MOVE WS-AV-FULL (WS-AV-IDX) TO OUT-AV-FULL.
       MOVE WS-AV-ZIP (WS-AV-IDX) TO OUT-AV-ZIP.
       MOVE WS-AV-MISS (WS-AV-IDX) TO OUT-AV-MISS.
       MOVE WS-AV-DECL (WS-AV-IDX) TO OUT-AV-DECL.
       COMPUTE OUT-AV-PCT ROUNDED = WS-MISS-PCT * 100.
       MOVE WS-AV-MISS-AMT (WS-AV-IDX) TO OUT-AV-MISS-AMT.
       IF WS-MISS-ALL > ZERO AND WS-MISS-PCT >= CAP1-FRAUD-AVS-PCT
           MOVE 'REVIEW' TO OUT-AV-FLAG
           ADD 1 TO WS-REVIEW-CTR
       END-IF.
       MOVE OUT-AVS-LINE TO AVS-RPT-LINE.
       WRITE AVS-RPT-LINE.
